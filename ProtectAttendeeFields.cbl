identification division.
program-id. ProtectAttendeeFields is initial.

data division.
working-storage section.
    01 NameLength pic 999 value 30.
    01 PhoneLength pic 999 value 15.
    01 FlagLength pic 999 value 1.

linkage section.
    01 ProtectMode pic x.
    copy Attendee replacing Attendee by ==ProtectedAttendee==.

procedure division using ProtectMode, ProtectedAttendee.
    call "ProtectSensitiveText" using ProtectMode, AuthCode of ProtectedAttendee,
        EmergencyContactName of ProtectedAttendee, NameLength
    call "ProtectSensitiveText" using ProtectMode, AuthCode of ProtectedAttendee,
        EmergencyContactPhone of ProtectedAttendee, PhoneLength
    call "ProtectSensitiveText" using ProtectMode, AuthCode of ProtectedAttendee,
        WelfareFlag of ProtectedAttendee, FlagLength
    goback
    .

end program ProtectAttendeeFields.
