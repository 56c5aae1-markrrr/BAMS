identification division.
program-id. ComputeChainHash is initial.

data division.
working-storage section.
    01 HashHigh pic 9(12) value zero.
    01 HashLow pic 9(12) value zero.
    01 HashIdx pic 999 value zero.
    01 HashCharCode pic 999 value zero.
    01 HashPosition pic 999 value zero.
    01 HashDigits.
        05 HashHighDigits pic 9(8).
        05 HashLowDigits pic 9(8).

linkage section.
    01 PreviousHash pic x(16).
    01 ChainedText pic x(200).
    01 ChainedLength pic 999.
    01 NewHash pic x(16).

procedure division using PreviousHash, ChainedText, ChainedLength, NewHash.
    *> Two running remainders over the previous link and then the record,
    *> so changing any character of either moves both halves of the value
    move 7 to HashHigh
    move 11 to HashLow
    move zero to HashPosition
    perform varying HashIdx from 1 by 1 until HashIdx > 16
        move function ord(PreviousHash(HashIdx:1)) to HashCharCode
        perform MixOneCharacter
    end-perform
    perform varying HashIdx from 1 by 1 until HashIdx > ChainedLength
        move function ord(ChainedText(HashIdx:1)) to HashCharCode
        perform MixOneCharacter
    end-perform
    move HashHigh to HashHighDigits
    move HashLow to HashLowDigits
    move HashDigits to NewHash
    goback
    .

MixOneCharacter section.
    add 1 to HashPosition
    compute HashHigh = function mod(HashHigh * 257 + HashCharCode, 99999989)
    compute HashLow = function mod(HashLow * 263
        + HashCharCode * (function mod(HashPosition, 97) + 1), 99999971)
    .

end program ComputeChainHash.
