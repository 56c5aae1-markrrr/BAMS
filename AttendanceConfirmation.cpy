01 AttendanceConfirmation.
    05 ConfirmedAuthCode pic x(6).
    05 ConfirmedDate     pic x(8).
    05 ConfirmedHow      pic x.
        88 ConfirmedBySms   value "S".
        88 ConfirmedByPhone value "P".
