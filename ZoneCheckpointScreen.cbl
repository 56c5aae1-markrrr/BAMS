copy crt-key-codes.

identification division.
program-id. ZoneCheckpointScreen is initial.

environment division.
configuration section.
    special-names.
        crt status is Operation.

input-output section.
    file-control.
        select optional ZoneAccessLogFile assign to ZoneAccessLogFileName
            organization is line sequential
            file status is ZoneAccessLogStatus.

data division.
file section.
    fd ZoneAccessLogFile.
        copy ZoneAccessEntry.

local-storage section.
    copy Operation.
    copy OperatorSession.
    01 Command pic x.
    01 CheckpointZone pic x(4) value spaces.
    01 ScannedAuthCode pic x(6) value spaces.
    01 ScannedName pic x(30) value spaces.
    01 RefusalReason pic x(30) value spaces.
    01 ScanMessage pic x(50) value spaces.
    01 ZoneAccessAllowed pic 9 value zero.
        88 ZoneEntryAllowed value 1.
    01 ZoneAccessLogFileName pic x(20) value "zone-access.log".
    01 ZoneAccessLogStatus pic x(2).

linkage section.
    01 AttendeesFileName pic x(20) value "attendees.dat".

screen section.
    01 ZoneCheckpointScanScreen background-color 0 foreground-color 2.
        03 blank screen.
        03 line 1 column 1 value "    BarnCamp Attendee Management System v1.0   (c) copyleft 2017 HacktionLab    " reverse-video highlight.
        03 line 2 column 1 value "RESTRICTED ZONE CHECKPOINT".
        03 line 3 column 1 value "Zone code:".
        03 line 3 column 18 using CheckpointZone.
        03 line 4 column 1 value "Scan or type AuthCode:".
        03 line 4 column plus 2 to ScannedAuthCode.
        03 line 6 column 1 value "Name:".
        03 line 6 column 15 from ScannedName.
        03 line 9 column 1 from ScanMessage reverse-video highlight.
        03 line 24 column 1 value "Commands: F1 Home; ENTER to check the scanned AuthCode, F10 Exit              " reverse-video highlight.
        03 line 24 column 78 to Command.

procedure division using AttendeesFileName.
    perform until OperationIsBack or OperationIsExit
        move spaces to ScannedAuthCode
        accept ZoneCheckpointScanScreen from crt end-accept
        move function upper-case(CheckpointZone) to CheckpointZone
        move spaces to ScannedName, ScanMessage
        if ScannedAuthCode not equal spaces
            and not (OperationIsBack or OperationIsExit)
            move function upper-case(ScannedAuthCode) to ScannedAuthCode
            perform CheckAndLogAttempt
        end-if
    end-perform
    goback
    .

CheckAndLogAttempt section.
    call "CheckZoneAccess" using by content AttendeesFileName,
        CheckpointZone, ScannedAuthCode,
        by reference ZoneAccessAllowed, ScannedName, RefusalReason

    move CheckpointZone to ZoneAccessZone
    move ScannedAuthCode to ZoneAccessHolder
    move function current-date(1:15) to ZoneAccessTimestamp
    call "GetCurrentOperator" using by reference OperatorSession
    move SessionOperatorCode to ZoneAccessOperator
    move ScannedName to ZoneAccessName
    move RefusalReason to ZoneAccessReason
    if ZoneEntryAllowed
        set ZoneAccessGranted to true
        move "ACCEPTED - let them through" to ScanMessage
    else
        set ZoneAccessRefused to true
        string "REFUSED - " function trim(RefusalReason)
            delimited by size into ScanMessage
        end-string
    end-if
    open extend ZoneAccessLogFile
        write ZoneAccessEntry
    close ZoneAccessLogFile
    .

end program ZoneCheckpointScreen.
