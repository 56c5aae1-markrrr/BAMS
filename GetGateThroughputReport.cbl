            continue
    end-search
    if ScanDayIsRecorded
        if ArrivalLogIsCheckOut or ArrivalLogIsVisitorOut
            add 1 to HourCheckOuts(DayIdx, ScanHour)
        else
            add 1 to HourCheckIns(DayIdx, ScanHour)
