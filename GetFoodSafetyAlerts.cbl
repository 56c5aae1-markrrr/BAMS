identification division.
program-id. GetFoodSafetyAlerts is initial.

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

    01 PointTable.
        05 NumberOfPoints pic 999 value zero.
        05 PointEntry occurs 100 times indexed by PointIdx.
            10 TablePointKey     pic x(9).
            10 TableDescription  pic x(30).
            10 TableEveryHours   pic 99.
            10 TableLastDone     pic x(15).
            10 TableLastResult   pic x.

    *> Today's planned dishes; the core temperature check is due once the
    *> sitting has opened and hot-holding is checked by the time it closes
    01 DishTable.
        05 NumberOfDishes pic 99 value zero.
        05 DishEntry occurs 60 times indexed by DishIdx.
            10 DishKey.
                15 DishKeyDay     pic x(3).
                15 DishKeySitting pic x.
                15 DishKeyLine    pic 99.
            10 DishName        pic x(30).
            10 DishLastDone    pic x(15).
            10 DishLastResult  pic x.
    01 SittingTable.
        05 SittingEntry occurs 3 times indexed by SittingIdx.
            10 SittingCode       pic x.
            10 SittingName       pic x(10).
            10 SittingHasDishes  pic 9.
            10 SittingOpens      pic x(5).
            10 SittingCloses     pic x(5).
            10 HotHoldLastDone   pic x(15).
            10 HotHoldLastResult pic x.

    01 NowStamp pic x(15) value spaces.
    01 NowTime pic x(5) value spaces.
    01 NowMinutes pic 9(11) value zero.
    01 LastDoneMinutes pic 9(11) value zero.
    01 CurrentDayOfWeek pic 9 value zero.
    01 DaysOfTheWeek value "MonTueWedThuFriSatSun".
        02 DayOfTheWeek pic x(3) occurs 7 times.
    01 TodayName pic x(3) value spaces.
    01 LastDishName pic x(30) value spaces.
    01 LastDishSitting pic x value space.
    01 LogKey.
        05 LogKeyType  pic x.
        05 LogKeyPoint pic x(8).

linkage section.
    copy FoodSafetyAlertTable.

procedure division using FoodSafetyAlertTable.
    *> A check is missed when a fridge, freezer or cleaning point has gone
    *> past its interval, a planned dish has no core temperature once its
    *> sitting has opened, or a sitting has closed with no hot-hold
    *> reading; it is out of range while the latest reading still fails
    initialize FoodSafetyAlertTable
    move function current-date(1:15) to NowStamp
    move NowStamp(9:2) to NowTime(1:2)
    move ":" to NowTime(3:1)
    move NowStamp(11:2) to NowTime(4:2)
    compute NowMinutes = function integer-of-date(
        function numval(NowStamp(1:8))) * 1440
        + function numval(NowStamp(9:2)) * 60
        + function numval(NowStamp(11:2))
    accept CurrentDayOfWeek from day-of-week
    move DayOfTheWeek(CurrentDayOfWeek) to TodayName

    perform LoadCheckPoints
    perform LoadTodaysDishes

    open input FoodSafetyLogFile
        read FoodSafetyLogFile
            at end set FoodSafetyLogEof to true
        end-read
        perform until FoodSafetyLogEof
            perform NoteReading
            read FoodSafetyLogFile
                at end set FoodSafetyLogEof to true
            end-read
        end-perform
    close FoodSafetyLogFile

    perform varying PointIdx from 1 by 1 until PointIdx > NumberOfPoints
        perform CheckPoint
    end-perform
    perform varying DishIdx from 1 by 1 until DishIdx > NumberOfDishes
        perform CheckDish
    end-perform
    perform varying SittingIdx from 1 by 1 until SittingIdx > 3
        perform CheckHotHold
    end-perform
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
            move FoodPointEveryHours of FoodPointRecord
                to TableEveryHours(PointIdx)
            move spaces to TableLastDone(PointIdx)
            move space to TableLastResult(PointIdx)
            read FoodPointsFile next record
                at end set EndOfFoodPointsFile to true
            end-read
        end-perform
    close FoodPointsFile
    .

LoadTodaysDishes section.
    move "B" to SittingCode(1)
    move "L" to SittingCode(2)
    move "D" to SittingCode(3)
    perform varying SittingIdx from 1 by 1 until SittingIdx > 3
        move zero to SittingHasDishes(SittingIdx)
        move spaces to HotHoldLastDone(SittingIdx)
        move space to HotHoldLastResult(SittingIdx)
        set ProgrammeTimeIdx to 1
        search ProgrammeTimeEntry
            at end
                move SittingCode(SittingIdx) to SittingName(SittingIdx)
                move "00:00" to SittingOpens(SittingIdx)
                move "23:59" to SittingCloses(SittingIdx)
            when ProgrammeTimeKind(ProgrammeTimeIdx)
                    equal to SittingCode(SittingIdx)
                move ProgrammeTimeName(ProgrammeTimeIdx)
                    to SittingName(SittingIdx)
                move ProgrammeTimeRange(ProgrammeTimeIdx)(1:5)
                    to SittingOpens(SittingIdx)
                move ProgrammeTimeRange(ProgrammeTimeIdx)(9:5)
                    to SittingCloses(SittingIdx)
        end-search
    end-perform

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
                    equal to function upper-case(TodayName)
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
    perform varying SittingIdx from 1 by 1 until SittingIdx > 3
        if SittingCode(SittingIdx) equal to MenuSitting of MenuPlanRecord
            move 1 to SittingHasDishes(SittingIdx)
        end-if
    end-perform
    if NumberOfDishes < 60
        add 1 to NumberOfDishes
        set DishIdx to NumberOfDishes
        move TodayName to DishKeyDay(DishIdx)
        move MenuSitting of MenuPlanRecord to DishKeySitting(DishIdx)
        move MenuLineNumber of MenuPlanRecord to DishKeyLine(DishIdx)
        move MenuDishName of MenuPlanRecord to DishName(DishIdx)
        move spaces to DishLastDone(DishIdx)
        move space to DishLastResult(DishIdx)
    end-if
    .

NoteReading section.
    evaluate true
        when FoodCheckIsCoreCook
            if FoodCheckTimestamp(1:8) equal to NowStamp(1:8)
                perform NoteDishReading
            end-if
        when FoodCheckIsHotHold
            if FoodCheckTimestamp(1:8) equal to NowStamp(1:8)
                perform NoteHotHoldReading
            end-if
        when FoodCheckIsDelivery
            if FoodCheckTimestamp(1:8) equal to NowStamp(1:8)
                and FoodCheckFailed
                perform AddDeliveryAlert
            end-if
        when other
            perform NotePointReading
    end-evaluate
    .

NotePointReading section.
    move FoodCheckType to LogKeyType
    move FoodCheckPoint to LogKeyPoint
    set PointIdx to 1
    search PointEntry
        at end continue
        when PointIdx > NumberOfPoints
            continue
        when TablePointKey(PointIdx) equal to LogKey
            if TableLastDone(PointIdx) equal to spaces
                or FoodCheckTimestamp not < TableLastDone(PointIdx)
                move FoodCheckTimestamp to TableLastDone(PointIdx)
                move FoodCheckResult to TableLastResult(PointIdx)
            end-if
    end-search
    .

NoteDishReading section.
    set DishIdx to 1
    search DishEntry
        at end continue
        when DishIdx > NumberOfDishes
            continue
        when DishKey(DishIdx) equal to FoodCheckPoint(1:6)
            if DishLastDone(DishIdx) equal to spaces
                or FoodCheckTimestamp not < DishLastDone(DishIdx)
                move FoodCheckTimestamp to DishLastDone(DishIdx)
                move FoodCheckResult to DishLastResult(DishIdx)
            end-if
    end-search
    .

NoteHotHoldReading section.
    perform varying SittingIdx from 1 by 1 until SittingIdx > 3
        if SittingCode(SittingIdx) equal to FoodCheckSitting
            if HotHoldLastDone(SittingIdx) equal to spaces
                or FoodCheckTimestamp not < HotHoldLastDone(SittingIdx)
                move FoodCheckTimestamp to HotHoldLastDone(SittingIdx)
                move FoodCheckResult to HotHoldLastResult(SittingIdx)
            end-if
        end-if
    end-perform
    .

AddDeliveryAlert section.
    if NumberOfFoodAlerts < 50
        add 1 to NumberOfFoodAlerts
        set FoodAlertIdx to NumberOfFoodAlerts
        set FoodAlertIsOutOfRange(FoodAlertIdx) to true
        move FoodCheckType to FoodAlertType(FoodAlertIdx)
        move FoodCheckReference to FoodAlertPoint(FoodAlertIdx)
        move spaces to FoodAlertDescription(FoodAlertIdx)
        string function trim(FoodCheckPoint) delimited by size
            " delivery - " delimited by size
            FoodCheckAction delimited by size
            into FoodAlertDescription(FoodAlertIdx)
        end-string
        move FoodCheckTimestamp to FoodAlertLastDone(FoodAlertIdx)
    end-if
    .

CheckPoint section.
    if TableLastResult(PointIdx) equal to "F"
        and TableLastDone(PointIdx)(1:8) equal to NowStamp(1:8)
        perform AddPointAlert
        set FoodAlertIsOutOfRange(FoodAlertIdx) to true
        exit section
    end-if
    if TableLastDone(PointIdx) not equal to spaces
        compute LastDoneMinutes = function integer-of-date(
            function numval(TableLastDone(PointIdx)(1:8))) * 1440
            + function numval(TableLastDone(PointIdx)(9:2)) * 60
            + function numval(TableLastDone(PointIdx)(11:2))
        if NowMinutes - LastDoneMinutes <= TableEveryHours(PointIdx) * 60
            exit section
        end-if
    end-if
    perform AddPointAlert
    set FoodAlertIsMissed(FoodAlertIdx) to true
    .

AddPointAlert section.
    if NumberOfFoodAlerts < 50
        add 1 to NumberOfFoodAlerts
    end-if
    set FoodAlertIdx to NumberOfFoodAlerts
    move TablePointKey(PointIdx)(1:1) to FoodAlertType(FoodAlertIdx)
    move TablePointKey(PointIdx)(2:8) to FoodAlertPoint(FoodAlertIdx)
    move TableDescription(PointIdx) to FoodAlertDescription(FoodAlertIdx)
    move TableLastDone(PointIdx) to FoodAlertLastDone(FoodAlertIdx)
    .

CheckDish section.
    if DishLastResult(DishIdx) equal to "F"
        perform AddDishAlert
        set FoodAlertIsOutOfRange(FoodAlertIdx) to true
        exit section
    end-if
    if DishLastDone(DishIdx) equal to spaces
        perform varying SittingIdx from 1 by 1 until SittingIdx > 3
            if SittingCode(SittingIdx) equal to DishKeySitting(DishIdx)
                and NowTime not < SittingOpens(SittingIdx)
                perform AddDishAlert
                set FoodAlertIsMissed(FoodAlertIdx) to true
            end-if
        end-perform
    end-if
    .

AddDishAlert section.
    if NumberOfFoodAlerts < 50
        add 1 to NumberOfFoodAlerts
    end-if
    set FoodAlertIdx to NumberOfFoodAlerts
    move "C" to FoodAlertType(FoodAlertIdx)
    move DishKey(DishIdx) to FoodAlertPoint(FoodAlertIdx)
    move DishName(DishIdx) to FoodAlertDescription(FoodAlertIdx)
    move DishLastDone(DishIdx) to FoodAlertLastDone(FoodAlertIdx)
    .

CheckHotHold section.
    if HotHoldLastResult(SittingIdx) equal to "F"
        perform AddHotHoldAlert
        set FoodAlertIsOutOfRange(FoodAlertIdx) to true
        exit section
    end-if
    if SittingHasDishes(SittingIdx) equal to 1
        and HotHoldLastDone(SittingIdx) equal to spaces
        and NowTime not < SittingCloses(SittingIdx)
        perform AddHotHoldAlert
        set FoodAlertIsMissed(FoodAlertIdx) to true
    end-if
    .

AddHotHoldAlert section.
    if NumberOfFoodAlerts < 50
        add 1 to NumberOfFoodAlerts
    end-if
    set FoodAlertIdx to NumberOfFoodAlerts
    move "H" to FoodAlertType(FoodAlertIdx)
    move spaces to FoodAlertPoint(FoodAlertIdx)
    move TodayName to FoodAlertPoint(FoodAlertIdx)(1:3)
    move SittingCode(SittingIdx) to FoodAlertPoint(FoodAlertIdx)(4:1)
    move spaces to FoodAlertDescription(FoodAlertIdx)
    string function trim(SittingName(SittingIdx)) delimited by size
        " hot-hold" delimited by size
        into FoodAlertDescription(FoodAlertIdx)
    end-string
    move HotHoldLastDone(SittingIdx) to FoodAlertLastDone(FoodAlertIdx)
    .

end program GetFoodSafetyAlerts.
