identification division.
program-id. GetHaccpSheet is initial.

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

        select optional FoodSafetyLogFile assign to FoodSafetyLogFileName
            organization is line sequential
            file status is FoodSafetyLogStatus.

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

    fd FoodSafetyLogFile.
        copy FoodSafetyEntry.

working-storage section.
    01 FoodPointStatus pic x(2).
    01 MenuPlanStatus pic x(2).
    01 FoodSafetyLogStatus pic x(2).
        88 FoodSafetyLogEof value "10".
    01 FoodPointFileName pic x(20) value "haccp-points.dat".
    01 MenuPlanFileName pic x(20) value "menu-plan.dat".
    01 FoodSafetyLogFileName pic x(20) value "haccp-log.dat".
    copy ProgrammeTimes.
    copy ReportWriterRequest.

    01 SheetDayName pic x(3) value spaces.
    01 SheetDate pic x(8) value spaces.
    01 CurrentDayOfWeek pic 9 value zero.
    01 DaysOfTheWeek value "MonTueWedThuFriSatSun".
        02 DayOfTheWeek pic x(3) occurs 7 times.

    01 PointTable.
        05 NumberOfPoints pic 999 value zero.
        05 PointEntry occurs 100 times indexed by PointIdx.
            10 TablePointKey.
                15 TablePointType pic x.
                15 TablePointCode pic x(8).
            10 TableDescription  pic x(30).
            10 TablePointRecorded pic 9.

    01 DishTable.
        05 NumberOfDishes pic 99 value zero.
        05 DishEntry occurs 60 times indexed by DishIdx.
            10 DishKey.
                15 DishKeyDay     pic x(3).
                15 DishKeySitting pic x.
                15 DishKeyLine    pic 99.
            10 DishName        pic x(30).
            10 DishRecorded    pic 9.
    01 LastDishName pic x(30) value spaces.
    01 LastDishSitting pic x value space.

    01 WantedType pic x value space.
    01 WantedSitting pic x value space.
    01 ReadingsPrinted pic 9(4) value zero.
    01 WhatChecked pic x(30) value spaces.
    01 ReadingDisplay pic -(3)9.9 value zero.
    01 ResultText pic x(4) value spaces.
    01 LogKey.
        05 LogKeyType  pic x.
        05 LogKeyPoint pic x(8).

    01 SheetTotals.
        05 TotalReadings    pic 9(4) value zero.
        05 TotalOutOfRange  pic 9(4) value zero.
        05 TotalNotRecorded pic 9(4) value zero.

linkage section.
    01 RequestedDay pic x(3).

procedure division using RequestedDay.
    *> One sheet per day for the inspector: every planned dish with its
    *> core and hot-hold temperatures, each fridge and freezer, deliveries
    *> and cleaning, with anything not done shown as NOT RECORDED
    if RequestedDay equal to spaces
        accept CurrentDayOfWeek from day-of-week
        move DayOfTheWeek(CurrentDayOfWeek) to SheetDayName
        move function current-date(1:8) to SheetDate
    else
        move function upper-case(RequestedDay(1:1)) to SheetDayName(1:1)
        move function lower-case(RequestedDay(2:2)) to SheetDayName(2:2)
        call "GetEventDayDate" using by content SheetDayName,
            by reference SheetDate
        if SheetDate equal to spaces
            display "Day " SheetDayName " is not in the event calendar"
            goback
        end-if
    end-if

    perform LoadCheckPoints
    perform LoadDayDishes

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move spaces to ReportTitle
    string "HACCP DAILY SHEET - " SheetDayName " " SheetDate(7:2) "/"
        SheetDate(5:2) "/" SheetDate(1:4)
        delimited by size into ReportTitle
    move "spool-haccp.txt" to ReportSpoolName
    move FoodSafetyLogFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    string "Read with the KITCHEN PREP SHEET - " SheetDayName
        " (PREPSHEET " SheetDayName ") for numbers and allergies"
        delimited by size into ReportLineText
    perform EmitLine
    move "Limits: core cook 75C or above, hot-hold 63C or above, fridges"
        to ReportLineText
    perform EmitLine
    move "0C to 5C, freezers -18C or below, deliveries chilled 8C/frozen -15C"
        to ReportLineText
    perform EmitLine
    perform EmitLine

    perform varying ProgrammeTimeIdx from 1 by 1 until ProgrammeTimeIdx > 5
        if ProgrammeTimeIsMeal(ProgrammeTimeIdx)
            perform PrintSitting
        end-if
    end-perform

    move "FRIDGES" to ReportLineText
    perform EmitLine
    move "F" to WantedType
    perform PrintStoragePoints
    move "FREEZERS" to ReportLineText
    perform EmitLine
    move "Z" to WantedType
    perform PrintStoragePoints

    move "DELIVERIES (chilled and frozen goods probed on arrival)"
        to ReportLineText
    perform EmitLine
    move "D" to WantedType
    move space to WantedSitting
    perform PrintReadings
    perform EmitLine

    move "CLEANING SIGN-OFF" to ReportLineText
    perform EmitLine
    move "K" to WantedType
    perform PrintStoragePoints

    string "Readings: " TotalReadings "   out of range: " TotalOutOfRange
        "   checks not recorded: " TotalNotRecorded
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    move "Head cook: ______________________  Signed: ____________  Time: _____"
        to ReportLineText
    perform EmitLine
    perform EmitLine
    move "Inspector: ______________________  Signed: ____________  Date: _____"
        to ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

LoadCheckPoints section.
    move low-values to FoodPointKey of FoodPointRecord
    start FoodPointsFile key is greater than FoodPointKey of FoodPointRecord
        invalid key set EndOfFoodPointsFile to true
    end-start
    open input FoodPointsFile
        if not EndOfFoodPointsFile
            read FoodPointsFile next record
                at end set EndOfFoodPointsFile to true
            end-read
        end-if
        perform until EndOfFoodPointsFile or NumberOfPoints = 100
            add 1 to NumberOfPoints
            set PointIdx to NumberOfPoints
            move FoodPointKey of FoodPointRecord to TablePointKey(PointIdx)
            move FoodPointDescription of FoodPointRecord
                to TableDescription(PointIdx)
            move zero to TablePointRecorded(PointIdx)
            read FoodPointsFile next record
                at end set EndOfFoodPointsFile to true
            end-read
        end-perform
    close FoodPointsFile
    .

LoadDayDishes section.
    move low-values to MenuPlanKey of MenuPlanRecord
    start MenuPlanFile key is greater than MenuPlanKey of MenuPlanRecord
        invalid key set EndOfMenuPlanFile to true
    end-start
    open input MenuPlanFile
        if not EndOfMenuPlanFile
            read MenuPlanFile next record
                at end set EndOfMenuPlanFile to true
            end-read
        end-if
        perform until EndOfMenuPlanFile
            if function upper-case(MenuDay of MenuPlanRecord)
                    equal to function upper-case(SheetDayName)
                perform NoteDish
            end-if
            read MenuPlanFile next record
                at end set EndOfMenuPlanFile to true
            end-read
        end-perform
    close MenuPlanFile
    .

NoteDish section.
    *> A dish has one line per ingredient; only its first line is kept
    if MenuDishName of MenuPlanRecord equal to LastDishName
        and MenuSitting of MenuPlanRecord equal to LastDishSitting
        exit section
    end-if
    move MenuDishName of MenuPlanRecord to LastDishName
    move MenuSitting of MenuPlanRecord to LastDishSitting
    if NumberOfDishes < 60
        add 1 to NumberOfDishes
        set DishIdx to NumberOfDishes
        move SheetDayName to DishKeyDay(DishIdx)
        move MenuSitting of MenuPlanRecord to DishKeySitting(DishIdx)
        move MenuLineNumber of MenuPlanRecord to DishKeyLine(DishIdx)
        move MenuDishName of MenuPlanRecord to DishName(DishIdx)
        move zero to DishRecorded(DishIdx)
    end-if
    .

PrintSitting section.
    move spaces to ReportLineText
    string function upper-case(ProgrammeTimeName(ProgrammeTimeIdx))
        " (" ProgrammeTimeRange(ProgrammeTimeIdx) ")"
        delimited by size into ReportLineText
    perform EmitLine
    move ProgrammeTimeKind(ProgrammeTimeIdx) to WantedSitting

    move "  Core cook temperatures" to ReportLineText
    perform EmitLine
    move "C" to WantedType
    perform PrintReadings
    perform varying DishIdx from 1 by 1 until DishIdx > NumberOfDishes
        if DishKeySitting(DishIdx) equal to WantedSitting
            and DishRecorded(DishIdx) equal to zero
            add 1 to TotalNotRecorded
            string "    ** NOT RECORDED ** " DishName(DishIdx)
                delimited by size into ReportLineText
            perform EmitLine
        end-if
    end-perform

    move "  Hot-hold temperatures" to ReportLineText
    perform EmitLine
    move "H" to WantedType
    perform PrintReadings
    perform EmitLine
    .

PrintStoragePoints section.
    move space to WantedSitting
    perform PrintReadings
    perform varying PointIdx from 1 by 1 until PointIdx > NumberOfPoints
        if TablePointType(PointIdx) equal to WantedType
            and TablePointRecorded(PointIdx) equal to zero
            add 1 to TotalNotRecorded
            string "    ** NOT RECORDED ** " TablePointCode(PointIdx) " "
                TableDescription(PointIdx)
                delimited by size into ReportLineText
            perform EmitLine
        end-if
    end-perform
    perform EmitLine
    .

PrintReadings section.
    move zero to ReadingsPrinted
    open input FoodSafetyLogFile
        read FoodSafetyLogFile
            at end set FoodSafetyLogEof to true
        end-read
        perform until FoodSafetyLogEof
            if FoodCheckTimestamp(1:8) equal to SheetDate
                and FoodCheckType equal to WantedType
                and (WantedSitting equal to space
                    or FoodCheckSitting equal to WantedSitting)
                perform PrintReadingLine
            end-if
            read FoodSafetyLogFile
                at end set FoodSafetyLogEof to true
            end-read
        end-perform
    close FoodSafetyLogFile
    *> Dishes and check points list whatever is missing by name instead
    if ReadingsPrinted equal to zero
        and (WantedType equal to "H" or WantedType equal to "D")
        move "    none recorded" to ReportLineText
        perform EmitLine
    end-if
    .

PrintReadingLine section.
    add 1 to ReadingsPrinted
    add 1 to TotalReadings
    move spaces to WhatChecked
    evaluate true
        when FoodCheckIsForDish
            perform NameDish
        when FoodCheckIsDelivery
            string FoodCheckReference " " FoodCheckPoint
                delimited by size into WhatChecked
        when other
            perform NamePoint
    end-evaluate
    evaluate true
        when FoodCheckPassed  move "PASS" to ResultText
        when FoodCheckFailed  move "FAIL" to ResultText
        when other            move "DONE" to ResultText
    end-evaluate
    if FoodCheckFailed
        add 1 to TotalOutOfRange
    end-if
    if FoodCheckIsCleaning
        string "    " FoodCheckTimestamp(9:2) ":" FoodCheckTimestamp(11:2)
            "  " WhatChecked "          " ResultText "  by "
            FoodCheckOperator
            delimited by size into ReportLineText
    else
        move FoodCheckReading to ReadingDisplay
        string "    " FoodCheckTimestamp(9:2) ":" FoodCheckTimestamp(11:2)
            "  " WhatChecked "  " ReadingDisplay "C  " ResultText "  by "
            FoodCheckOperator
            delimited by size into ReportLineText
    end-if
    perform EmitLine
    if FoodCheckAction not equal to spaces
        string "           Action: " FoodCheckAction
            delimited by size into ReportLineText
        perform EmitLine
    end-if
    .

NameDish section.
    move "(dish not on the menu plan)" to WhatChecked
    set DishIdx to 1
    search DishEntry
        at end continue
        when DishIdx > NumberOfDishes
            continue
        when DishKey(DishIdx) equal to FoodCheckPoint(1:6)
            move DishName(DishIdx) to WhatChecked
            if FoodCheckIsCoreCook
                move 1 to DishRecorded(DishIdx)
            end-if
    end-search
    .

NamePoint section.
    move FoodCheckPoint to WhatChecked
    move FoodCheckType to LogKeyType
    move FoodCheckPoint to LogKeyPoint
    set PointIdx to 1
    search PointEntry
        at end continue
        when PointIdx > NumberOfPoints
            continue
        when TablePointKey(PointIdx) equal to LogKey
            move TableDescription(PointIdx) to WhatChecked
            move 1 to TablePointRecorded(PointIdx)
    end-search
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetHaccpSheet.
