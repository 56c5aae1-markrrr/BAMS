identification division.
program-id. PrintMissingPersonLog is initial.

environment division.
input-output section.
    file-control.
        select optional MissingAlertsFile assign to MissingAlertFileName
            organization is indexed
            access mode is dynamic
            record key is AlertID
            file status is MissingAlertStatus.

        select optional MissingLogFile assign to MissingLogFileName
            organization is line sequential
            file status is MissingLogStatus.

data division.
file section.
    fd MissingAlertsFile.
        copy MissingPersonAlert replacing MissingPersonAlert by
            ==MissingAlertRecord.
            88 EndOfMissingAlertsFile value high-values==.

    fd MissingLogFile.
        copy MissingPersonLogEntry.

working-storage section.
    01 MissingAlertStatus pic x(2).
    01 MissingLogStatus pic x(2).
        88 MissingLogOk  values "00", "05".
        88 MissingLogEof value "10".

    01 MissingAlertFileName pic x(20) value "missing-alerts.dat".
    01 MissingLogFileName pic x(24) value "missing-person.log".

    01 WantedAlertID pic x(6) value spaces.
    01 AlertsPrinted pic 999 value zero.
    01 EntryTypeText pic x(10) value spaces.
    copy ReportWriterRequest.

linkage section.
    01 AlertIDText pic x(20).

procedure division using AlertIDText.
    move function upper-case(AlertIDText(1:6)) to WantedAlertID

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "MISSING PERSON ALERT LOG - SAFEGUARDING" to ReportTitle
    move "spool-missing.txt" to ReportSpoolName
    move MissingLogFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    move low-values to AlertID of MissingAlertRecord
    start MissingAlertsFile key is greater than AlertID of MissingAlertRecord
        invalid key set EndOfMissingAlertsFile to true
    end-start
    open input MissingAlertsFile
        if not EndOfMissingAlertsFile
            read MissingAlertsFile next record
                at end set EndOfMissingAlertsFile to true
            end-read
        end-if
        perform until EndOfMissingAlertsFile
            if WantedAlertID equal to spaces
                or AlertID of MissingAlertRecord equal to WantedAlertID
                perform PrintOneAlert
            end-if
            read MissingAlertsFile next record
                at end set EndOfMissingAlertsFile to true
            end-read
        end-perform
    close MissingAlertsFile

    if AlertsPrinted equal to zero
        move "(no missing person alerts on file)" to ReportLineText
        perform EmitLine
    end-if
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

PrintOneAlert section.
    add 1 to AlertsPrinted
    string "ALERT " AlertID of MissingAlertRecord "  "
        AlertPersonName of MissingAlertRecord
        "  booking " AlertAuthCode of MissingAlertRecord
        delimited by size into ReportLineText
    perform EmitLine
    string "  Description: " AlertDescription of MissingAlertRecord
        delimited by size into ReportLineText
    perform EmitLine
    string "  Last seen:   " AlertLastSeenPlace of MissingAlertRecord
        " at " AlertLastSeenTime of MissingAlertRecord
        delimited by size into ReportLineText
    perform EmitLine
    string "  Raised:      " AlertRaisedStamp of MissingAlertRecord
        " by " AlertRaisedBy of MissingAlertRecord
        delimited by size into ReportLineText
    perform EmitLine
    if AlertIsStoodDown of MissingAlertRecord
        string "  Stood down:  " AlertStoodDownStamp of MissingAlertRecord
            " by " AlertStoodDownBy of MissingAlertRecord
            delimited by size into ReportLineText
    else
        move "  ** STILL OPEN **" to ReportLineText
    end-if
    perform EmitLine
    move "  Time            Op  Entry      Detail" to ReportLineText
    perform EmitLine

    open input MissingLogFile
        read MissingLogFile
            at end set MissingLogEof to true
        end-read
        perform until MissingLogEof
            if MissingLogAlertID equal to AlertID of MissingAlertRecord
                perform PrintLogEntry
            end-if
            read MissingLogFile
                at end set MissingLogEof to true
            end-read
        end-perform
    close MissingLogFile
    perform EmitLine
    .

PrintLogEntry section.
    evaluate true
        when MissingLogRaised    move "RAISED" to EntryTypeText
        when MissingLogSighting  move "SIGHTING" to EntryTypeText
        when MissingLogAction    move "ACTION" to EntryTypeText
        when MissingLogGateHold  move "GATE HOLD" to EntryTypeText
        when MissingLogStoodDown move "STOOD DOWN" to EntryTypeText
        when other               move "NOTE" to EntryTypeText
    end-evaluate
    string "  " MissingLogTimestamp " " MissingLogOperator " "
        EntryTypeText " " MissingLogText
        delimited by size into ReportLineText
    perform EmitLine
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program PrintMissingPersonLog.
