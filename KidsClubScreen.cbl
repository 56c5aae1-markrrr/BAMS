    01 PickupFileName pic x(24) value "authorized-pickups.dat".
    01 PickupStatus pic x(2).
    01 ScanMessage pic x(60) value spaces.
    01 MissingBanner pic x(80) value spaces.
    01 MissingScanPlace pic x(20) value "kids club".
    01 MissingLogType pic x value "S".
    01 MissingAlertMatch pic 9 value zero.
        88 ScanMatchesMissingAlert value 1.
    01 KidSlotEntry pic 9 value zero.
    01 EscortName pic x(30) value spaces.
    01 EscortAuthorized pic 9 value 0.
        03 line 7 column 1 value "Kids booked:".
        03 line 7 column 15 from NumberOfKids.
        03 line 9 column 1 from ScanMessage.
        03 line 22 column 1 from MissingBanner reverse-video blink.
        03 line 24 column 1 value "Commands: F1 Home; F5 Kid in, F6 Kid out, F7 Close session, F8 Pick-ups, F10  " reverse-video highlight.
        03 line 24 column 78 to Command.

    perform until OperationIsBack or OperationIsExit
        move spaces to AuthCode, ScanMessage
        initialize Attendee
        call "GetMissingPersonBanner" using by reference MissingBanner
        accept KidsClubRegisterScreen from crt end-accept

        if OperationIsTogglePaid
                        when OperationIsToggleStatus perform SignKidOut
                        when OperationIsSave perform TakePickupPersons
                    end-evaluate
                    perform NoteMissingPersonSighting
                end-if
            end-if
        end-if
    move "Authorized pick-up list saved" to ScanMessage
    .

NoteMissingPersonSighting section.
    call "CheckMissingPersonAlert" using AuthCode of Attendee,
        MissingScanPlace, MissingLogType, by reference MissingAlertMatch
    if ScanMatchesMissingAlert
        display "** MISSING PERSON ALERT on booking " AuthCode of Attendee
            " - keep them with you and radio control **"
        move "** MISSING ALERT - KEEP THEM HERE, CALL CONTROL **"
            to ScanMessage
    end-if
    .

end program KidsClubScreen.
