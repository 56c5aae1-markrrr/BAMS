identification division.
program-id. GetMissingPersonBanner is initial.

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

    01 OpenAlerts pic 99 value zero.
    01 OtherAlertsText pic z9 value zero.
    copy MissingPersonAlert replacing MissingPersonAlert by ==FirstAlert==.

linkage section.
    01 MissingBanner pic x(80).

procedure division using MissingBanner.
    move spaces to MissingBanner
    move zero to OpenAlerts
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
                add 1 to OpenAlerts
                if OpenAlerts equal to 1
                    move MissingAlertRecord to FirstAlert
                end-if
            end-if
            read MissingAlertsFile next record
                at end set EndOfMissingAlertsFile to true
            end-read
        end-perform
    close MissingAlertsFile

    if OpenAlerts equal to zero
        goback
    end-if
    string "** MISSING PERSON - CALL CONTROL: "
        function trim(AlertPersonName of FirstAlert)
        ", seen " function trim(AlertLastSeenPlace of FirstAlert)
        " " AlertLastSeenTime of FirstAlert
        delimited by size into MissingBanner
    end-string
    if OpenAlerts > 1
        compute OtherAlertsText = OpenAlerts - 1
        move spaces to MissingBanner(66:15)
        string " (+" function trim(OtherAlertsText) " more) **"
            delimited by size into MissingBanner(66:15)
        end-string
    end-if
    goback
    .

end program GetMissingPersonBanner.
