identification division.
program-id. TakeFoodSafetyEntry is initial.

environment division.
input-output section.
    file-control.
        select optional FoodPointsFile assign to FoodPointFileName
            organization is indexed
            access mode is dynamic
            record key is FoodPointKey
            file status is FoodPointStatus.

        select optional MenuPlanFile assign to MenuPlanFileName
            organization is indexed
            access mode is dynamic
            record key is MenuPlanKey
            file status is MenuPlanStatus.

data division.
file section.
    fd FoodPointsFile.
        copy FoodSafetyPoint replacing FoodSafetyPoint by
            ==FoodPointRecord.
            88 EndOfFoodPointsFile value high-values==.

    fd MenuPlanFile.
        copy MenuPlanEntry replacing MenuPlanEntry by
            ==MenuPlanRecord.
            88 EndOfMenuPlanFile value high-values==.

working-storage section.
    01 FoodPointStatus pic x(2).
        88 RecordExists value "22".
    01 MenuPlanStatus pic x(2).
    01 FoodPointFileName pic x(20) value "haccp-points.dat".
    01 MenuPlanFileName pic x(20) value "menu-plan.dat".
    copy FoodSafetyEntry.
    copy FoodSafetyAlertTable.

    01 ActionEntry pic x value space.
        88 LoggingFridge    value "F", "f".
        88 LoggingFreezer   value "Z", "z".
        88 LoggingCoreCook  value "C", "c".
        88 LoggingHotHold   value "H", "h".
        88 LoggingCleaning  value "K", "k".
        88 SettingPoint     value "S", "s".
        88 ListingOutstanding value "O", "o".
    01 EnteredType pic x value space.
        88 EnteredTypeIsValid values "F", "Z", "K".
    01 EnteredPoint pic x(8) value spaces.
    01 ReadingText pic x(7) value spaces.
    01 LimitText pic x(7) value spaces.
    01 PointFoundFlag pic 9 value zero.
        88 PointIsSetUp value 1.
    01 PointDescription pic x(30) value spaces.

    01 CurrentDayOfWeek pic 9 value zero.
    01 DaysOfTheWeek value "MonTueWedThuFriSatSun".
        02 DayOfTheWeek pic x(3) occurs 7 times.
    01 TodayName pic x(3) value spaces.
    01 EnteredSitting pic x value space.
    01 DishTable.
        05 NumberOfDishes pic 99 value zero.
        05 DishEntry occurs 30 times.
            10 DishName pic x(30).
            10 DishLineNumber pic 99.
    01 DishIdx pic 99 value zero.
    01 ChosenDish pic 99 value zero.
    01 DishLineKey.
        05 DishKeyDay pic x(3).
        05 DishKeySitting pic x.
        05 DishKeyLine pic 99.
    01 LastDishName pic x(30) value spaces.
    01 ProblemText pic x(12) value spaces.

procedure division.
    display "Kitchen food safety - F=fridge, Z=freezer, C=core cook temp,"
    display "  H=hot-hold, K=cleaning sign-off, S=set up check point,"
    display "  O=outstanding checks: " with no advancing
    accept ActionEntry from console
    evaluate true
        when LoggingFridge perform LogStorageReading
        when LoggingFreezer perform LogStorageReading
        when LoggingCoreCook perform LogDishReading
        when LoggingHotHold perform LogDishReading
        when LoggingCleaning perform LogCleaning
        when SettingPoint perform TakeCheckPoint
        when ListingOutstanding perform ListOutstandingChecks
        when other display "No action taken"
    end-evaluate
    goback
    .

LogStorageReading section.
    initialize FoodSafetyEntry
    move function upper-case(ActionEntry) to FoodCheckType
    perform TakeCheckPointCode
    if not PointIsSetUp
        exit section
    end-if
    perform TakeReading
    if ReadingText equal to spaces
        display "Nothing logged"
        exit section
    end-if
    call "LogFoodSafetyReading" using by reference FoodSafetyEntry
    .

LogCleaning section.
    initialize FoodSafetyEntry
    set FoodCheckIsCleaning to true
    perform TakeCheckPointCode
    if not PointIsSetUp
        exit section
    end-if
    display "Notes (what was cleaned and with what, blank for none): "
        with no advancing
    accept FoodCheckAction from console
    call "LogFoodSafetyReading" using by reference FoodSafetyEntry
    .

TakeCheckPointCode section.
    display "Check point code: " with no advancing
    accept EnteredPoint from console
    move function upper-case(EnteredPoint) to EnteredPoint
    move EnteredPoint to FoodCheckPoint
    move zero to PointFoundFlag
    open input FoodPointsFile
        move FoodCheckType to FoodPointType of FoodPointRecord
        move EnteredPoint to FoodPointCode of FoodPointRecord
        read FoodPointsFile
            invalid key continue
            not invalid key
                set PointIsSetUp to true
                move FoodPointDescription of FoodPointRecord
                    to PointDescription
        end-read
    close FoodPointsFile
    if PointIsSetUp
        display "  " function trim(PointDescription)
    else
        display "No " FoodCheckType " check point " function trim(EnteredPoint)
            " - set it up with S first"
    end-if
    .

TakeReading section.
    move spaces to ReadingText
    display "Temperature reading (C): " with no advancing
    accept ReadingText from console
    if ReadingText not equal to spaces
        compute FoodCheckReading = function numval(ReadingText)
    end-if
    .

LogDishReading section.
    *> Dishes come from the menu plan the prep sheet is cooked from, so
    *> the HACCP sheet can show which planned dishes were never probed
    initialize FoodSafetyEntry
    move function upper-case(ActionEntry) to FoodCheckType
    accept CurrentDayOfWeek from day-of-week
    move DayOfTheWeek(CurrentDayOfWeek) to TodayName
    display "Sitting (B/L/D): " with no advancing
    accept EnteredSitting from console
    move function upper-case(EnteredSitting) to EnteredSitting
    if EnteredSitting not equal to "B" and "L" and "D"
        display "Sitting must be B, L or D - nothing logged"
        exit section
    end-if
    move EnteredSitting to FoodCheckSitting
    perform LoadSittingDishes

    move TodayName to DishKeyDay
    move EnteredSitting to DishKeySitting
    move zero to DishKeyLine
    if NumberOfDishes equal to zero
        display "No dishes planned for " TodayName " " EnteredSitting
            " - logged as an unplanned dish"
    else
        perform varying DishIdx from 1 by 1 until DishIdx > NumberOfDishes
            display "  " DishIdx "  " DishName(DishIdx)
        end-perform
        display "Dish number (blank for a dish not on the plan): "
            with no advancing
        accept ChosenDish from console
        if ChosenDish > zero and ChosenDish not > NumberOfDishes
            move DishLineNumber(ChosenDish) to DishKeyLine
        end-if
    end-if
    move DishLineKey to FoodCheckPoint

    perform TakeReading
    if ReadingText equal to spaces
        display "Nothing logged"
        exit section
    end-if
    call "LogFoodSafetyReading" using by reference FoodSafetyEntry
    .

LoadSittingDishes section.
    move zero to NumberOfDishes
    move spaces to LastDishName
    move low-values to MenuPlanKey of MenuPlanRecord
    start MenuPlanFile key is greater than MenuPlanKey of MenuPlanRecord
        invalid key continue
    end-start
    open input MenuPlanFile
        read MenuPlanFile next record
            at end set EndOfMenuPlanFile to true
        end-read
        perform until EndOfMenuPlanFile
            if function upper-case(MenuDay of MenuPlanRecord)
                    equal to function upper-case(TodayName)
                and MenuSitting of MenuPlanRecord equal to EnteredSitting
                and MenuDishName of MenuPlanRecord not equal to LastDishName
                and NumberOfDishes < 30
                add 1 to NumberOfDishes
                move MenuDishName of MenuPlanRecord
                    to DishName(NumberOfDishes)
                move MenuLineNumber of MenuPlanRecord
                    to DishLineNumber(NumberOfDishes)
                move MenuDishName of MenuPlanRecord to LastDishName
            end-if
            read MenuPlanFile next record
                at end set EndOfMenuPlanFile to true
            end-read
        end-perform
    close MenuPlanFile
    .

TakeCheckPoint section.
    initialize FoodPointRecord
    display "Check point type F=fridge, Z=freezer, K=cleaning: "
        with no advancing
    accept EnteredType from console
    move function upper-case(EnteredType) to EnteredType
    if not EnteredTypeIsValid
        display "Nothing saved"
        exit section
    end-if
    move EnteredType to FoodPointType of FoodPointRecord
    display "Check point code (e.g. FRIDGE1, PREPAREA): " with no advancing
    accept FoodPointCode of FoodPointRecord from console
    move function upper-case(FoodPointCode of FoodPointRecord)
        to FoodPointCode of FoodPointRecord
    if FoodPointCode of FoodPointRecord equal to spaces
        display "Nothing saved"
        exit section
    end-if
    display "Description: " with no advancing
    accept FoodPointDescription of FoodPointRecord from console
    if not FoodPointIsCleaning of FoodPointRecord
        display "Lowest acceptable reading (blank for the standard range): "
            with no advancing
        move spaces to LimitText
        accept LimitText from console
        if LimitText not equal to spaces
            compute FoodPointLowest of FoodPointRecord =
                function numval(LimitText)
            display "Highest acceptable reading: " with no advancing
            move spaces to LimitText
            accept LimitText from console
            compute FoodPointHighest of FoodPointRecord =
                function numval(LimitText)
        end-if
    end-if
    display "Check due every how many hours: " with no advancing
    accept FoodPointEveryHours of FoodPointRecord from console
    if FoodPointEveryHours of FoodPointRecord not numeric
        or FoodPointEveryHours of FoodPointRecord equal to zero
        display "An interval in hours is needed - nothing saved"
        exit section
    end-if

    open i-o FoodPointsFile
        write FoodPointRecord
            invalid key
                if RecordExists
                    rewrite FoodPointRecord
                else
                    display "Error - status is " FoodPointStatus
                end-if
        end-write
    close FoodPointsFile
    display "Saved " FoodPointType of FoodPointRecord " "
        FoodPointCode of FoodPointRecord " - due every "
        FoodPointEveryHours of FoodPointRecord " hours"
    .

ListOutstandingChecks section.
    call "GetFoodSafetyAlerts" using by reference FoodSafetyAlertTable
    if NumberOfFoodAlerts equal to zero
        display "No food safety checks missed or out of range"
        exit section
    end-if
    display "Problem      Point    Description                    Last done"
    perform varying FoodAlertIdx from 1 by 1
        until FoodAlertIdx > NumberOfFoodAlerts
        if FoodAlertIsMissed(FoodAlertIdx)
            move "MISSED" to ProblemText
        else
            move "OUT OF RANGE" to ProblemText
        end-if
        if FoodAlertNeverDone(FoodAlertIdx)
            display ProblemText " "
                FoodAlertPoint(FoodAlertIdx) " "
                FoodAlertDescription(FoodAlertIdx) " never"
        else
            display ProblemText " "
                FoodAlertPoint(FoodAlertIdx) " "
                FoodAlertDescription(FoodAlertIdx) " "
                FoodAlertLastDone(FoodAlertIdx)(9:2) ":"
                FoodAlertLastDone(FoodAlertIdx)(11:2)
        end-if
    end-perform
    .

end program TakeFoodSafetyEntry.
