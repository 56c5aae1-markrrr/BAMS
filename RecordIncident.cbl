working-storage section.
    01 IncidentLogStatus pic x(2).
    01 IncidentLogFileName pic x(24) value "incident-log.dat".
    01 IncidentNoteLength pic 999 value 100.
    copy OperatorSession.

linkage section.
    move ThisAuthCode to IncidentAuthCode
    move function current-date(1:15) to IncidentTimestamp
    move ThisIncidentNote to IncidentNote
    call "ProtectSensitiveText" using by content "E", IncidentAuthCode,
        by reference IncidentNote, by content IncidentNoteLength
    call "GetCurrentOperator" using by reference OperatorSession
    move SessionOperatorCode to IncidentOperator

