    05 WriteOffReason pic x(30).
    05 filler pic x value space.
    05 WriteOffAuthorisedBy pic x(3).
    05 filler pic x value space.
    05 WriteOffApprovedBy pic x(3).
