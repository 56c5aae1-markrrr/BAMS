WriteAnonymizedRecord section.
    add 1 to RecordCounter
    move AttendeeRecord to FixtureRecord
    call "ProtectAttendeeFields" using by content "U",
        by reference FixtureRecord

    compute FirstNamePick = function mod(RecordCounter, 10) + 1
    compute SurnamePick = function mod(RecordCounter / 10, 10) + 1
    move "Pat Practice" to EmergencyContactName of FixtureRecord
    move "07700 900999" to EmergencyContactPhone of FixtureRecord
    move spaces to Diet of FixtureRecord
    call "ProtectAttendeeFields" using by content "E",
        by reference FixtureRecord

    write FixtureRecord
        invalid key
