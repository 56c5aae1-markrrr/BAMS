01 WifiCredential.
    05 WifiAuthCode      pic x(6).
    05 WifiUsername      pic x(12).
    05 WifiPassword      pic x(8).
    05 WifiGroup         pic x.
        88 WifiForAttendee  value "A".
        88 WifiForVolunteer value "V".
    05 WifiState         pic x.
        88 WifiPending  value "P".
        88 WifiActive   value "A".
        88 WifiDisabled value "D".
    05 WifiExportedState pic x.
        88 WifiNeverExported value space.
    05 WifiChangedStamp  pic x(15).
