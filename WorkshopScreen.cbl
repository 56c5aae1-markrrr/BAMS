    01 WorkshopFileName pic x(20) value "workshops.dat".
    01 SignupFileName pic x(24) value "workshop-signups.dat".
    01 ScreenMessage pic x(50) value spaces.
    01 MaterialsFee pic 9(3)v99 value zero.

linkage section.
    01 AttendeesFileName pic x(20) value "attendees.dat".
        03 line 12 column 15 using SessionTimeSlot.
        03 line 14 column 1 value "Capacity:".
        03 pic 999 line 14 column 15 using SessionCapacity.
        03 line 14 column 25 value "Materials fee:".
        03 pic 999.99 line 14 column 40 using MaterialsFee.
        03 line 14 column plus 2 value "(0 if free)".
        03 line 16 column 1 from ScreenMessage.
        03 line 24 column 1 value "Commands: F1 Home; F8 Save session, F5 Sign up, F6 Remove sign-up, F10 Exit   " reverse-video highlight.
        03 line 24 column 78 to Command.
                if ScreenMessage equal to spaces
                    call "AddWorkshopSession"
                        using by content WorkshopFileName, by reference WorkshopSession
                    call "SetWorkshopFee" using SessionID, MaterialsFee
                    initialize WorkshopSession
                    move zero to MaterialsFee
                    move "Session saved" to ScreenMessage
                end-if
            when OperationIsToggleArrivalDay
