01 UnaccompaniedMinor.
    05 MinorAuthCode            pic x(6).
    05 MinorDateOfBirth         pic x(8).
    05 MinorResponsibleAuthCode pic x(6).
    05 MinorConsentState        pic x.
        88 MinorConsentPending   value "P".
        88 MinorConsentConfirmed value "C".
        88 MinorConsentWithdrawn value "W".
    05 MinorConsentDate         pic x(8).
    05 MinorConsentCheckedBy    pic x(3).
    05 MinorParentName          pic x(30).
    05 MinorParentPhone         pic x(15).
    05 MinorParentEmail         pic x(30).
