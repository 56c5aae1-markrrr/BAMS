01 HookUpBooking.
    05 HookUpKey.
        10 HookUpBoardID pic x(6).
        10 HookUpSeq     pic 999.
    05 HookUpFor         pic x.
        88 HookUpForPitch    value "P".
        88 HookUpForTrader   value "T".
        88 HookUpForWorkshop value "W".
    05 HookUpHolder      pic x(6).
    05 HookUpPitchNumber pic x(4).
    05 HookUpAmps        pic 999.
    05 HookUpFee         pic 9(5)v99.
    05 HookUpState       pic x.
        88 HookUpIsBooked    value "B".
        88 HookUpIsCancelled value "X".
    05 HookUpBookedBy    pic x(3).
    05 HookUpBookedStamp pic x(15).
