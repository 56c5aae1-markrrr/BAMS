identification division.
program-id. RecordMissingPersonLog is initial.

environment division.
input-output section.
    file-control.
        select optional MissingLogFile assign to MissingLogFileName
            organization is line sequential
            file status is MissingLogStatus.

data division.
file section.
    fd MissingLogFile.
        copy MissingPersonLogEntry.

working-storage section.
    01 MissingLogStatus pic x(2).
    01 MissingLogFileName pic x(24) value "missing-person.log".
    copy OperatorSession.

linkage section.
    01 ThisAlertID pic x(6).
    01 ThisLogType pic x.
    01 ThisLogText pic x(80).

procedure division using ThisAlertID, ThisLogType, ThisLogText.
    move ThisAlertID to MissingLogAlertID
    move function current-date(1:15) to MissingLogTimestamp
    call "GetCurrentOperator" using by reference OperatorSession
    move SessionOperatorCode to MissingLogOperator
    move ThisLogType to MissingLogType
    move ThisLogText to MissingLogText

    open extend MissingLogFile
        write MissingPersonLogEntry
    close MissingLogFile
    goback
    .

end program RecordMissingPersonLog.
