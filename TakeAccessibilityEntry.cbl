        to AccessStepFreeFlag of AccessibilityRecord
    move function upper-case(AccessDogFlag of AccessibilityRecord)
        to AccessDogFlag of AccessibilityRecord
    display "Excuse from the camp duty rota (Y/N)? " with no advancing
    accept AccessDutyExemptFlag of AccessibilityRecord from console
    move function upper-case(AccessDutyExemptFlag of AccessibilityRecord)
        to AccessDutyExemptFlag of AccessibilityRecord
    display "Detail (free text): " with no advancing
    accept AccessDetail of AccessibilityRecord from console

        perform CreateCarerTicket
    end-if

    call "ProtectAccessFields" using by content "E",
        by reference AccessibilityRecord
    open i-o AccessibilityFile
        write AccessibilityRecord
            invalid key
    .

SetWelfareFlag section.
    call "ProtectAttendeeFields" using by content "U",
        by reference SupportedAttendee
    if not AttendeeHasWelfareConcern of SupportedAttendee
        move AttendanceStatus of SupportedAttendee to LogOldValueBuffer
        set AttendeeHasWelfareConcern of SupportedAttendee to true
        call "ProtectAttendeeFields" using by content "E",
            by reference SupportedAttendee
        call "UpdateAttendee" using by content AttendeeFileName,
            SupportedAttendee
        *> The change log is readable by every operator so the flag itself
        *> is not written to it
        move "WelfareFlag" to LogFieldNameBuffer
        move "(protected)" to LogOldValueBuffer
        move "(protected) accessibility" to LogNewValueBuffer
        call "LogAttendeeChange" using
            EnteredAuthCode, LogFieldNameBuffer,
            LogOldValueBuffer, LogNewValueBuffer
