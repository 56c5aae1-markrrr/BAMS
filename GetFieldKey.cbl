identification division.
program-id. GetFieldKey is initial.

environment division.
input-output section.
    file-control.
        select optional ProtectionControlFile assign to ProtectionControlFileName
            organization is line sequential
            file status is ProtectionControlStatus.

data division.
file section.
    fd ProtectionControlFile.
        copy FieldProtection.

working-storage section.
    01 ProtectionControlStatus pic x(2).
        88 ProtectionControlOk  values "00", "05".
        88 ProtectionControlEof value "10".
    01 ProtectionControlFileName pic x(24) value "field-protection.ctl".
    01 KnownCheckText pic x(100) value "BAMS FIELD PROTECTION CHECK".
    01 CheckTweak pic x(6) value "CHECK ".
    01 CheckLength pic 999 value 32.
    01 CurrentGeneration pic 999 value zero.
    01 StoredCheckText pic x(32) value spaces.

linkage section.
    01 FieldKeyText pic x(32).
    01 FieldKeyState pic 9.
        88 ProtectionIsOff   value 0.
        88 FieldKeyIsGood    value 1.
        88 FieldKeyIsMissing value 2.
        88 FieldKeyIsWrong   value 3.

procedure division using FieldKeyText, FieldKeyState.
    *> The key itself is never kept with the data - it comes from the
    *> operator's environment and is proved against the check value
    move spaces to FieldKeyText
    set ProtectionIsOff to true
    open input ProtectionControlFile
        read ProtectionControlFile
            at end set ProtectionControlEof to true
            not at end
                move ProtectionGeneration to CurrentGeneration
                move ProtectionCheckText to StoredCheckText
        end-read
    close ProtectionControlFile
    if CurrentGeneration equal to zero
        goback
    end-if

    accept FieldKeyText from environment "BAMS_FIELD_KEY"
    if FieldKeyText equal to spaces
        set FieldKeyIsMissing to true
        goback
    end-if
    call "CipherSensitiveText" using by content "E", FieldKeyText, CheckTweak,
        by reference KnownCheckText, by content CheckLength
    if KnownCheckText(1:32) equal to StoredCheckText
        set FieldKeyIsGood to true
    else
        set FieldKeyIsWrong to true
        move spaces to FieldKeyText
    end-if
    goback
    .

end program GetFieldKey.
