identification division.
program-id. CheckMissingPersonAlert is initial.

environment division.
input-output section.
    file-control.
        select optional MissingAlertsFile assign to MissingAlertFileName
            organization is indexed
            access mode is dynamic
            record key is AlertID
            file status is MissingAlertStatus.

data division.
file section.
    fd MissingAlertsFile.
        copy MissingPersonAlert replacing MissingPersonAlert by
            ==MissingAlertRecord.
            88 EndOfMissingAlertsFile value high-values==.

working-storage section.
    01 MissingAlertStatus pic x(2).
    01 MissingAlertFileName pic x(20) value "missing-alerts.dat".

    01 MatchedAlertTable.
        05 NumberOfMatches pic 99 value zero.
        05 MatchedAlertID pic x(6) occurs 20 times indexed by MatchIdx.
    01 SightingText pic x(80) value spaces.
    01 HoldSuffix pic x(40) value spaces.

linkage section.
    01 ScannedAuthCode pic x(6).
    01 ScannedAt pic x(20).
    01 ScanLogType pic x.
    01 AlertMatch pic 9.
        88 ScanMatchesOpenAlert value 1.

procedure division using ScannedAuthCode, ScannedAt, ScanLogType, AlertMatch.
    move zero to AlertMatch
    if ScannedAuthCode equal to spaces
        goback
    end-if
    perform FindOpenAlertsForAuthCode
    if NumberOfMatches equal to zero
        goback
    end-if

    *> The scan itself is a sighting - log it against every alert it matches
    set ScanMatchesOpenAlert to true
    move spaces to SightingText, HoldSuffix
    if ScanLogType equal to "G"
        move " - check-out blocked, held for control" to HoldSuffix
    end-if
    string "AuthCode " ScannedAuthCode " scanned at "
        function trim(ScannedAt) HoldSuffix
        delimited by size into SightingText
    end-string
    perform varying MatchIdx from 1 by 1 until MatchIdx > NumberOfMatches
        call "RecordMissingPersonLog" using MatchedAlertID(MatchIdx),
            ScanLogType, SightingText
    end-perform
    goback
    .

FindOpenAlertsForAuthCode section.
    move zero to NumberOfMatches
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
            if AlertIsOpen of MissingAlertRecord
                and AlertAuthCode of MissingAlertRecord equal to ScannedAuthCode
                and NumberOfMatches < 20
                add 1 to NumberOfMatches
                set MatchIdx to NumberOfMatches
                move AlertID of MissingAlertRecord to MatchedAlertID(MatchIdx)
            end-if
            read MissingAlertsFile next record
                at end set EndOfMissingAlertsFile to true
            end-read
        end-perform
    close MissingAlertsFile
    .

end program CheckMissingPersonAlert.
