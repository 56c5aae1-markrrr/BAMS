01 StandbyVerifyResult.
    05 StandbyFilesChecked pic 999.
    05 StandbyFilesFailed pic 999.
    05 StandbyFailure occurs 50 times.
        10 StandbyFailedFile pic x(24).
        10 StandbyFailedReason pic x(40).
