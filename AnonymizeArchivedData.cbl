    move spaces to EmergencyContactPhone of AttendeeRecord
    move "N" to WelfareFlag of AttendeeRecord
    move "N" to PhotoConsent of AttendeeRecord
    call "ProtectAttendeeFields" using by content "E",
        by reference AttendeeRecord
    rewrite AttendeeRecord
    add 1 to FileRecordsScrubbed
    add 1 to RecordsScrubbed
