identification division.
program-id. IssueWifiCredential is initial.

environment division.
input-output section.
    file-control.
        select optional WifiFile assign to WifiFileName
            organization is indexed
            access mode is dynamic
            record key is WifiAuthCode of WifiRecord
            file status is WifiStatus.

data division.
file section.
    fd WifiFile.
        copy WifiCredential replacing WifiCredential by
            ==WifiRecord==.

working-storage section.
    01 WifiStatus pic x(2).
    01 WifiFileName pic x(20) value "wifi-accounts.dat".
    01 WifiFound pic 9 value zero.
        88 WifiWasFound value 1.

linkage section.
    01 IssueAuthCode pic x(6).
    copy WifiCredential.

procedure division using IssueAuthCode, WifiCredential.
    *> Checking in switches the login on straight away; the next
    *> provisioning run carries it to the captive portal
    move zero to WifiFound
    open i-o WifiFile
        move IssueAuthCode to WifiAuthCode of WifiRecord
        read WifiFile
            invalid key continue
            not invalid key set WifiWasFound to true
        end-read
        if WifiWasFound
            if not WifiActive of WifiRecord
                set WifiActive of WifiRecord to true
                move function current-date(1:15) to WifiChangedStamp of WifiRecord
                rewrite WifiRecord
            end-if
        else
            initialize WifiRecord
            move IssueAuthCode to WifiAuthCode of WifiRecord
            move spaces to WifiUsername of WifiRecord
            string "bc" function lower-case(IssueAuthCode)
                delimited by size into WifiUsername of WifiRecord
            call "GenerateWifiPassword" using WifiPassword of WifiRecord
            set WifiForAttendee of WifiRecord to true
            set WifiActive of WifiRecord to true
            move space to WifiExportedState of WifiRecord
            move function current-date(1:15) to WifiChangedStamp of WifiRecord
            write WifiRecord
        end-if
    close WifiFile
    move WifiRecord to WifiCredential
    goback
    .

end program IssueWifiCredential.
