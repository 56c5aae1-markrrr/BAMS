        88 ClashOverridden value "Y", "y".
    01 VolunteerStatus pic x(2).
    01 VolunteerFileName pic x(20) value "volunteers.dat".
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 SignupWritten pic 9 value zero.
        88 SignupWasWritten value 1.
    01 ChargeDirection pic x value "C".

linkage section.
    01 WorkshopFileName pic x(20) value "workshops.dat".
                    display "Error - status is " SignupStatus
                end-if
            not invalid key
                set SignupWasWritten to true
                display "Signed " SignupAuthCode of ThisSignup " up for "
                    function trim(SessionTitle of BookedSession)
        end-write
    close SignupsFile
    if SignupWasWritten
        call "PostWorkshopFee" using by content AttendeeFileName,
            SignupSessionID of ThisSignup, SignupAuthCode of ThisSignup,
            ChargeDirection
        call "WriteAttendeeCalendar" using by content AttendeeFileName,
            SignupAuthCode of ThisSignup
    end-if
    .

end program AddWorkshopSignup.
