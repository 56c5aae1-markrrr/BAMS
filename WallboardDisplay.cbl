    01 TabTakingsToday pic 9(6)v99 value zero.
    01 TakingsDisplay pic z(5)9.99 value zero.
    01 SleepSeconds pic 99 value zero.
    01 MissingBanner pic x(80) value spaces.
    copy OverdueServiceTable.
    copy FoodSafetyAlertTable.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    perform CountTodaysMeals
    perform CountRecentCheckIns
    perform SumTodaysTabTakings
    call "GetMissingPersonBanner" using by reference MissingBanner
    call "GetOverdueSiteServices" using by reference OverdueServiceTable
    call "GetFoodSafetyAlerts" using by reference FoodSafetyAlertTable
    .

CountTodaysMeals section.
    display "  WALLBOARD - " NowStamp(1:8) " " NowStamp(9:2) ":"
        NowStamp(11:2)
    display "================================================================"
    if MissingBanner not equal to spaces
        display MissingBanner
        display "================================================================"
    end-if
    display "  ON SITE NOW:        " PeopleOnSite
        "   (plus " KidsOnSite " kids)"
    display "  STILL TO ARRIVE:    " PeopleToArrive
        "  lunch " LunchesToday "  dinner " DinnersToday
    move TabTakingsToday to TakingsDisplay
    display "  BAR/SHOP TAB TAKINGS TODAY: $" TakingsDisplay
    if NumberOfOverdueServices > zero
        display "  SITE SERVICES OVERDUE: " NumberOfOverdueServices
            "   first: " OverdueAsset(1) " "
            function trim(OverdueDescription(1))
    end-if
    if NumberOfFoodAlerts > zero
        display "  FOOD SAFETY CHECKS MISSED/OUT OF RANGE: " NumberOfFoodAlerts
            "   first: " function trim(FoodAlertDescription(1))
    end-if
    display "================================================================"
    .

