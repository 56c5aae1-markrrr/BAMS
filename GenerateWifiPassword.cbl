identification division.
program-id. GenerateWifiPassword.

environment division.

data division.
working-storage section.
    *> No 0/O, 1/l/I so a login read off paper types first time
    01 PasswordCharacters pic x(31) value "abcdefghjkmnpqrstuvwxyz23456789".
    01 CharPosition pic 99 value zero.
    01 CharPick pic 99 value zero.
    01 RandomSeeded pic 9 value 0.

linkage section.
    01 GeneratedPassword pic x(8).

procedure division using GeneratedPassword.
    if RandomSeeded equal to 0
        move 1 to RandomSeeded
        compute CharPick = function random(
            function numval(function current-date(9:8)))
    end-if
    move spaces to GeneratedPassword
    perform varying CharPosition from 1 by 1 until CharPosition > 8
        compute CharPick = function mod(function random * 1000, 31) + 1
        move PasswordCharacters(CharPick:1) to GeneratedPassword(CharPosition:1)
    end-perform
    goback
    .

end program GenerateWifiPassword.
