identification division.
program-id. ProtectSensitiveText is initial.

data division.
working-storage section.
    01 FieldKeyText pic x(32) value spaces.
    01 FieldKeyState pic 9 value zero.
        88 ProtectionIsOff   value 0.
        88 FieldKeyIsGood    value 1.
        88 FieldKeyIsMissing value 2.
        88 FieldKeyIsWrong   value 3.
    01 SensitiveAccess pic 9 value zero.
        88 SensitiveIsVisible value 1.

linkage section.
    01 ProtectMode pic x.
        88 ProtectForStorage   value "E".
        88 RevealForOperator   value "D".
        88 RevealForProcessing value "U".
    01 ProtectTweak pic x(6).
    01 ProtectText pic x(100).
    01 ProtectLength pic 999.

procedure division using ProtectMode, ProtectTweak, ProtectText, ProtectLength.
    *> E protects a field before it is written, D reveals it for display
    *> to an operator whose role allows it, U reveals it for processing
    *> that never shows it to the operator (or is the data subject's own copy)
    if RevealForOperator
        call "CheckSensitiveAccess" using by reference SensitiveAccess
        if not SensitiveIsVisible
            perform MaskText
            goback
        end-if
    end-if

    call "GetFieldKey" using by reference FieldKeyText, FieldKeyState
    evaluate true
        when ProtectionIsOff
            continue
        when FieldKeyIsGood and ProtectForStorage
            call "CipherSensitiveText" using by content "E", FieldKeyText,
                ProtectTweak, by reference ProtectText, by content ProtectLength
        when FieldKeyIsGood
            call "CipherSensitiveText" using by content "D", FieldKeyText,
                ProtectTweak, by reference ProtectText, by content ProtectLength
        when ProtectForStorage
            display "** BAMS_FIELD_KEY is missing or wrong - sensitive details"
                " cannot be saved. Nothing has been written **"
            stop run
        when other
            perform MaskText
    end-evaluate
    goback
    .

MaskText section.
    if ProtectText(1:ProtectLength) not equal to spaces
        if ProtectLength >= 12
            move "(restricted)" to ProtectText(1:ProtectLength)
        else
            move all "*" to ProtectText(1:ProtectLength)
        end-if
    end-if
    .

end program ProtectSensitiveText.
