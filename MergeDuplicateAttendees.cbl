    if AuthCode of FirstAttendee equal to FirstAuthCode
    and AuthCode of SecondAttendee equal to SecondAuthCode
        set BothAttendeesFound to true
        call "ProtectAttendeeFields" using by content "U",
            by reference FirstAttendee
        call "ProtectAttendeeFields" using by content "U",
            by reference SecondAttendee
    end-if
    .

    .

ApplyMerge section.
    call "ProtectAttendeeFields" using by content "E",
        by reference MergedAttendee
    move AuthCode of MergedAttendee to AuthCode of AttendeeRecord
    read AttendeesFile
        invalid key
