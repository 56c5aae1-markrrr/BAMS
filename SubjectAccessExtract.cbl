    01 ChangeLogFileName pic x(24) value "attendee-changelog.log".
    01 ArrivalLogFileName pic x(24) value "arrival-log.dat".
    01 IncidentLogFileName pic x(24) value "incident-log.dat".
    01 IncidentNoteLength pic 999 value 100.
    01 ConfirmationQueueFileName pic x(24) value "confirmation-queue.log".
    01 PaymentLogFileName pic x(24) value "payment-log.dat".
    01 ExtractFileName pic x(20) value spaces.
    01 SubjectFound pic 9 value 0.
        88 SubjectWasFound value 1.
    01 EntriesWritten pic 9(4) value zero.
    01 ReadLogKey pic x(15) value spaces.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
        perform WriteMerchandiseSection
        perform WriteWaitingListSection
    close ExtractFile
    move SubjectAuthCode to ReadLogKey
    call "LogSensitiveRead" using by content "EXTRACT ", ReadLogKey,
        SubjectAuthCode, "S", "SAR         "

    display "Subject access extract for " SubjectAuthCode " written to "
        function trim(ExtractFileName) " (" EntriesWritten " line(s))"
    .

WriteAttendeeSection section.
    *> The data subject is entitled to their own details in clear
    call "ProtectAttendeeFields" using by content "U",
        by reference AttendeeRecord
    move "=== ATTENDEE RECORD (attendees.dat) ===" to ExtractLine
    perform PutLine
    move spaces to ExtractLine
        end-read
        perform until LogFileEof
            if IncidentAuthCode equal to SubjectAuthCode
                call "ProtectSensitiveText" using by content "U",
                    IncidentAuthCode, by reference IncidentNote,
                    by content IncidentNoteLength
                move IncidentLogEntry to ExtractLine
                perform PutLine
            end-if
