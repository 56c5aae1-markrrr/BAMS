    01 KidsStillIn pic 999 value zero.
    copy Attendee replacing Attendee by ==ParentAttendee==.
    01 PickupIndex pic 9 value zero.
    01 SensitiveAccess pic 9 value zero.
        88 SensitiveIsVisible value 1.
    01 ReadLogKey pic x(15) value spaces.
    copy ReportWriterRequest.

linkage section.
    display "** CLOSE OF SESSION - " KidsStillIn
        " KID(S) STILL SIGNED IN **"

    call "CheckSensitiveAccess" using by reference SensitiveAccess
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "URGENT - KIDS NOT COLLECTED AT CLOSE OF SESSION" to ReportTitle
        move "  ** no attendee record - ask the gate **" to ReportLineText
        perform EmitLine
    else
        call "ProtectAttendeeFields" using by content "D",
            by reference ParentAttendee
        move spaces to ReportLineText
        string "  Parent: " function trim(AttendeeName of ParentAttendee)
            "  phone " function trim(Telephone of ParentAttendee)
            function trim(EmergencyContactPhone of ParentAttendee)
            delimited by size into ReportLineText
        perform EmitLine
        if SensitiveIsVisible
            move KidStateAuthCode(KidStateIdx) to ReadLogKey
            call "LogSensitiveRead" using by content "ATTENDEE",
                ReadLogKey, KidStateAuthCode(KidStateIdx), "E",
                "KIDSCLUB    "
        end-if
    end-if
    perform ListAuthorizedPickups
    perform EmitLine
