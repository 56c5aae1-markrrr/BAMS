identification division.
program-id. LogFoodSafetyReading is initial.

environment division.
input-output section.
    file-control.
        select optional FoodPointsFile assign to FoodPointFileName
            organization is indexed
            access mode is dynamic
            record key is FoodPointKey
            file status is FoodPointStatus.

        select optional FoodSafetyLogFile assign to FoodSafetyLogFileName
            organization is line sequential
            file status is FoodSafetyLogStatus.

data division.
file section.
    fd FoodPointsFile.
        copy FoodSafetyPoint replacing FoodSafetyPoint by
            ==FoodPointRecord==.

    fd FoodSafetyLogFile.
        01 FoodSafetyLogLine pic x(110).

working-storage section.
    01 FoodPointStatus pic x(2).
    01 FoodSafetyLogStatus pic x(2).
    01 FoodPointFileName pic x(20) value "haccp-points.dat".
    01 FoodSafetyLogFileName pic x(20) value "haccp-log.dat".

    *> Limits used where a check point has none of its own: chilled
    *> storage at or below 5C (8C is the legal limit for a delivery),
    *> frozen at -18C, cooked through at 75C and held hot at 63C
    01 FridgeLowest   pic s9(3)v9 value 0.
    01 FridgeHighest  pic s9(3)v9 value 5.
    01 FreezerLowest  pic s9(3)v9 value -30.
    01 FreezerHighest pic s9(3)v9 value -18.
    01 CoreCookLowest pic s9(3)v9 value 75.
    01 HotHoldLowest  pic s9(3)v9 value 63.
    01 ChilledDeliveryHighest pic s9(3)v9 value 8.
    01 FrozenDeliveryHighest  pic s9(3)v9 value -15.

    01 LowestAllowed  pic s9(3)v9 value zero.
    01 HighestAllowed pic s9(3)v9 value zero.
    01 ReadingDisplay pic -(3)9.9 value zero.
    01 LowestDisplay  pic -(3)9.9 value zero.
    01 HighestDisplay pic -(3)9.9 value zero.
    copy OperatorSession.

linkage section.
    copy FoodSafetyEntry.

procedure division using FoodSafetyEntry.
    *> The caller says what was checked and what it read; the range it
    *> is judged against is decided here so every check is held to the
    *> same standard, and nothing out of range is logged without the
    *> action taken
    call "GetCurrentOperator" using by reference OperatorSession
    move function current-date(1:15) to FoodCheckTimestamp
    move SessionOperatorCode to FoodCheckOperator

    if FoodCheckIsCleaning
        set FoodCheckCleaned to true
        perform WriteFoodSafetyLog
        display "Cleaning of " function trim(FoodCheckPoint) " signed off"
        goback
    end-if

    perform SetAllowedRange
    if FoodCheckReading < LowestAllowed
        or FoodCheckReading > HighestAllowed
        set FoodCheckFailed to true
    else
        set FoodCheckPassed to true
    end-if

    move FoodCheckReading to ReadingDisplay
    move LowestAllowed to LowestDisplay
    move HighestAllowed to HighestDisplay
    if FoodCheckPassed
        display "Logged " function trim(ReadingDisplay) "C for "
            function trim(FoodCheckPoint) " - within range"
    else
        evaluate true
            when HighestAllowed equal to 999.9
                display "** " function trim(ReadingDisplay) "C for "
                    function trim(FoodCheckPoint) " is OUT OF RANGE (at least "
                    function trim(LowestDisplay) "C) **"
            when LowestAllowed equal to -999.9
                display "** " function trim(ReadingDisplay) "C for "
                    function trim(FoodCheckPoint) " is OUT OF RANGE (at most "
                    function trim(HighestDisplay) "C) **"
            when other
                display "** " function trim(ReadingDisplay) "C for "
                    function trim(FoodCheckPoint) " is OUT OF RANGE ("
                    function trim(LowestDisplay) " to "
                    function trim(HighestDisplay) "C) **"
        end-evaluate
        perform until FoodCheckAction not equal to spaces
            display "Corrective action taken (discard, re-heat, move stock,"
                " reject...): " with no advancing
            accept FoodCheckAction from console
        end-perform
    end-if
    perform WriteFoodSafetyLog
    goback
    .

SetAllowedRange section.
    move -999.9 to LowestAllowed
    move 999.9 to HighestAllowed
    evaluate true
        when FoodCheckIsFridge or FoodCheckIsFreezer
            perform ReadPointRange
        when FoodCheckIsCoreCook
            move CoreCookLowest to LowestAllowed
        when FoodCheckIsHotHold
            move HotHoldLowest to LowestAllowed
        when FoodCheckIsDelivery and FoodCheckPoint equal to "FROZEN"
            move FrozenDeliveryHighest to HighestAllowed
        when FoodCheckIsDelivery
            move ChilledDeliveryHighest to HighestAllowed
    end-evaluate
    .

ReadPointRange section.
    if FoodCheckIsFridge
        move FridgeLowest to LowestAllowed
        move FridgeHighest to HighestAllowed
    else
        move FreezerLowest to LowestAllowed
        move FreezerHighest to HighestAllowed
    end-if
    open input FoodPointsFile
        move FoodCheckType to FoodPointType of FoodPointRecord
        move FoodCheckPoint to FoodPointCode of FoodPointRecord
        read FoodPointsFile
            invalid key continue
            not invalid key
                if FoodPointLowest of FoodPointRecord not equal to zero
                    or FoodPointHighest of FoodPointRecord not equal to zero
                    move FoodPointLowest of FoodPointRecord to LowestAllowed
                    move FoodPointHighest of FoodPointRecord
                        to HighestAllowed
                end-if
        end-read
    close FoodPointsFile
    .

WriteFoodSafetyLog section.
    open extend FoodSafetyLogFile
        write FoodSafetyLogLine from FoodSafetyEntry
    close FoodSafetyLogFile
    .

end program LogFoodSafetyReading.
