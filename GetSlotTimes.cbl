identification division.
program-id. GetSlotTimes is initial.

data division.
working-storage section.
    01 SlotCharIdx pic 99 value zero.
    01 SlotChar pic x value space.
    01 DigitRun pic x(4) value spaces.
    01 DigitCount pic 9 value zero.
    01 TimesFound pic 9 value zero.
    01 MinutesExpected pic 9 value zero.
        88 MinutesAreNext value 1.
    01 FoundTimes.
        05 FoundTime occurs 2 times.
            10 FoundHours   pic 99.
            10 FoundMinutes pic 99.
    01 EndHours pic 99 value zero.

linkage section.
    01 SlotText pic x(20).
    01 SlotStartTime pic x(4).
    01 SlotEndTime pic x(4).

procedure division using SlotText, SlotStartTime, SlotEndTime.
    *> Slots are typed free-hand - "10:00-12:00", "1400-1530", "9.30 - 11"
    move spaces to SlotStartTime, SlotEndTime
    perform varying SlotCharIdx from 1 by 1
        until SlotCharIdx > 20 or TimesFound > 1 and DigitCount equal to zero
            and not MinutesAreNext
        move SlotText(SlotCharIdx:1) to SlotChar
        if SlotChar is numeric
            if DigitCount < 4
                add 1 to DigitCount
                move SlotChar to DigitRun(DigitCount:1)
            end-if
        else
            perform EndOfDigitRun
            if (SlotChar equal to ":" or SlotChar equal to ".")
                and TimesFound > zero
                move 1 to MinutesExpected
            else
                move zero to MinutesExpected
            end-if
        end-if
    end-perform
    perform EndOfDigitRun

    if TimesFound equal to zero
        goback
    end-if
    if FoundHours(1) > 23 or FoundMinutes(1) > 59
        goback
    end-if
    move FoundTime(1) to SlotStartTime
    if TimesFound > 1 and FoundHours(2) < 24 and FoundMinutes(2) < 60
        and FoundTime(2) > FoundTime(1)
        move FoundTime(2) to SlotEndTime
    else
        *> No usable finish time - book an hour
        compute EndHours = FoundHours(1) + 1
        if EndHours > 23
            move "2359" to SlotEndTime
        else
            move EndHours to SlotEndTime(1:2)
            move FoundMinutes(1) to SlotEndTime(3:2)
        end-if
    end-if
    goback
    .

EndOfDigitRun section.
    if DigitCount equal to zero
        exit section
    end-if
    evaluate true
        when MinutesAreNext
            if DigitCount equal to 2
                move DigitRun(1:2) to FoundMinutes(TimesFound)
            end-if
            move zero to MinutesExpected
        when TimesFound > 1
            continue
        when DigitCount > 2
            add 1 to TimesFound
            if DigitCount equal to 3
                move zero to FoundHours(TimesFound)
                move DigitRun(1:1) to FoundHours(TimesFound)(2:1)
                move DigitRun(2:2) to FoundMinutes(TimesFound)
            else
                move DigitRun(1:2) to FoundHours(TimesFound)
                move DigitRun(3:2) to FoundMinutes(TimesFound)
            end-if
        when other
            add 1 to TimesFound
            move zero to FoundMinutes(TimesFound)
            if DigitCount equal to 1
                move zero to FoundHours(TimesFound)
                move DigitRun(1:1) to FoundHours(TimesFound)(2:1)
            else
                move DigitRun(1:2) to FoundHours(TimesFound)
            end-if
    end-evaluate
    move spaces to DigitRun
    move zero to DigitCount
    .

end program GetSlotTimes.
