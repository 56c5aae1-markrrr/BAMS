    01 WorkshopFileName pic x(20) value "workshops.dat".
    01 SessionWaitFileName pic x(24) value "session-waitlist.dat".
    01 SeatFilled pic 9 value 0.
    01 CreditDirection pic x value "R".

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    if SignupWasDeleted
        display "Removed " SignupAuthCode of ThisSignup
            " from session " SignupSessionID of ThisSignup
        call "PostWorkshopFee" using by content AttendeeFileName,
            SignupSessionID of ThisSignup, SignupAuthCode of ThisSignup,
            CreditDirection
        call "WriteAttendeeCalendar" using by content AttendeeFileName,
            SignupAuthCode of ThisSignup
        call "PromoteToWorkshopSeat" using
            by content AttendeeFileName, WorkshopFileName, SignupFileName,
            SessionWaitFileName, SignupSessionID of ThisSignup,
