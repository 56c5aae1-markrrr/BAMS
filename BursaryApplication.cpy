01 BursaryApplication.
    05 BursaryAuthCode pic x(6).
    05 BursaryAppliedDate pic x(8).
    05 BursaryAmountRequested pic 9(5)v99.
    05 BursaryCircumstances pic x(40).
    05 BursaryState pic x.
        88 BursaryPending  value "P".
        88 BursaryAwarded  value "A".
        88 BursaryDeclined value "D".
    05 BursaryAmountAwarded pic 9(5)v99.
    05 BursaryDecidedDate pic x(8).
    05 BursaryDecidedBy pic x(3).
