identification division.
program-id. CipherSensitiveText is initial.

data division.
working-storage section.
    01 KeyLength pic 99 value zero.
    01 CharIdx pic 999 value zero.
    01 CharCode pic 999 value zero.
    01 ShiftBy pic 999 value zero.

linkage section.
    01 CipherMode pic x.
        88 CipherEncrypts value "E".
        88 CipherDecrypts value "D".
    01 CipherKey pic x(32).
    01 CipherTweak pic x(6).
    01 CipherText pic x(100).
    01 CipherLength pic 999.

procedure division using CipherMode, CipherKey, CipherTweak, CipherText,
    CipherLength.
    *> Each printable character is shifted round the 94 printable codes by
    *> an amount drawn from the key, the record key and its position.
    *> Spaces are left alone so a blank field reads as blank either way.
    if CipherKey equal to spaces
        goback
    end-if
    move function length(function trim(CipherKey trailing)) to KeyLength
    perform varying CharIdx from 1 by 1 until CharIdx > CipherLength
        compute CharCode = function ord(CipherText(CharIdx:1)) - 1
        if CharCode >= 33 and CharCode <= 126
            compute ShiftBy = function mod(
                function ord(CipherKey(function mod(CharIdx - 1, KeyLength) + 1:1))
                + function ord(CipherTweak(function mod(CharIdx - 1, 6) + 1:1)) * 3
                + CharIdx * 7, 94)
            if CipherEncrypts
                compute CharCode = 33 + function mod(CharCode - 33 + ShiftBy, 94)
            else
                compute CharCode = 33 + function mod(CharCode - 33 - ShiftBy + 94, 94)
            end-if
            move function char(CharCode + 1) to CipherText(CharIdx:1)
        end-if
    end-perform
    goback
    .

end program CipherSensitiveText.
