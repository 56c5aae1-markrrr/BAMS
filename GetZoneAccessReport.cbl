identification division.
program-id. GetZoneAccessReport is initial.

environment division.
input-output section.
    file-control.
        select optional ZonesFile assign to ZoneFileName
            organization is indexed
            access mode is dynamic
            record key is ZoneCode
            file status is ZoneStatus.

        select optional ZoneAccessLogFile assign to ZoneAccessLogFileName
            organization is line sequential
            file status is ZoneAccessLogStatus.

data division.
file section.
    fd ZonesFile.
        copy RestrictedZone replacing RestrictedZone by
            ==ZoneRecord.
            88 EndOfZonesFile value high-values==.

    fd ZoneAccessLogFile.
        copy ZoneAccessEntry.

working-storage section.
    01 ZoneStatus pic x(2).
    01 ZoneAccessLogStatus pic x(2).
        88 ZoneAccessLogOk  values "00", "05".
        88 ZoneAccessLogEof value "10".

    01 ZoneFileName pic x(20) value "zones.dat".
    01 ZoneAccessLogFileName pic x(20) value "zone-access.log".

    01 ReportDate pic x(8) value spaces.
    01 RefusedCount pic 9(4) value zero.
    01 ZoneEntryCount pic 9(4) value zero.
    01 AccessTimeText pic x(5) value spaces.
    copy ReportWriterRequest.

linkage section.
    01 RequestedDate pic x(8).

procedure division using RequestedDate.
    move RequestedDate to ReportDate
    if ReportDate equal to spaces
        move function current-date(1:8) to ReportDate
    end-if

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "RESTRICTED ZONE ACCESS - DAILY" to ReportTitle
    move "spool-zoneaccess.txt" to ReportSpoolName
    move ZoneAccessLogFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    string "Day: " ReportDate delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move "REFUSED ATTEMPTS" to ReportLineText
    perform EmitLine
    move "Time  Zone Code   Name                           Reason" to ReportLineText
    perform EmitLine
    open input ZoneAccessLogFile
        read ZoneAccessLogFile
            at end set ZoneAccessLogEof to true
        end-read
        perform until ZoneAccessLogEof
            if ZoneAccessTimestamp(1:8) equal to ReportDate
                and ZoneAccessRefused
                add 1 to RefusedCount
                perform FormatAccessTime
                string AccessTimeText " " ZoneAccessZone " "
                    ZoneAccessHolder " " ZoneAccessName " "
                    ZoneAccessReason
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read ZoneAccessLogFile
                at end set ZoneAccessLogEof to true
            end-read
        end-perform
    close ZoneAccessLogFile
    string "Refused: " RefusedCount delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move low-values to ZoneCode of ZoneRecord
    start ZonesFile key is greater than ZoneCode of ZoneRecord
        invalid key set EndOfZonesFile to true
    end-start
    open input ZonesFile
        if not EndOfZonesFile
            read ZonesFile next record
                at end set EndOfZonesFile to true
            end-read
        end-if
        perform until EndOfZonesFile
            perform ReportZoneEntries
            read ZonesFile next record
                at end set EndOfZonesFile to true
            end-read
        end-perform
    close ZonesFile

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

ReportZoneEntries section.
    move zero to ZoneEntryCount
    string "ZONE " ZoneCode of ZoneRecord " - " ZoneName of ZoneRecord
        delimited by size into ReportLineText
    perform EmitLine
    open input ZoneAccessLogFile
        read ZoneAccessLogFile
            at end set ZoneAccessLogEof to true
        end-read
        perform until ZoneAccessLogEof
            if ZoneAccessTimestamp(1:8) equal to ReportDate
                and ZoneAccessGranted
                and ZoneAccessZone equal to ZoneCode of ZoneRecord
                add 1 to ZoneEntryCount
                perform FormatAccessTime
                string "  " AccessTimeText " " ZoneAccessHolder " "
                    ZoneAccessName "  let in by " ZoneAccessOperator
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read ZoneAccessLogFile
                at end set ZoneAccessLogEof to true
            end-read
        end-perform
    close ZoneAccessLogFile
    if ZoneEntryCount equal to zero
        move "  (nobody scanned in)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    .

FormatAccessTime section.
    string ZoneAccessTimestamp(9:2) ":" ZoneAccessTimestamp(11:2)
        delimited by size into AccessTimeText
    end-string
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetZoneAccessReport.
