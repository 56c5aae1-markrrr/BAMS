        88 MealAlreadyServed value 1.
    01 CurrentSitting pic x value "L".
    01 ScanMessage pic x(50) value spaces.
    01 MissingBanner pic x(80) value spaces.
    01 MissingScanPlace pic x(20) value "servery".
    01 MissingLogType pic x value "S".
    01 MissingAlertMatch pic 9 value zero.
        88 ScanMatchesMissingAlert value 1.
    01 FoodSafetyBanner pic x(80) value spaces.
    copy FoodSafetyAlertTable.
    01 AllergyWarning pic x(50) value spaces.
    01 DietCodesDisplay pic x(25) value spaces.
    01 CurrentDayOfWeek pic 9 value zero.
        03 line 7 column 50 from DietCodesDisplay highlight.
        03 line 8 column 1 from AllergyWarning reverse-video blink.
        03 line 9 column 1 from ScanMessage.
        03 line 22 column 1 from MissingBanner reverse-video blink.
        03 line 23 column 1 from FoodSafetyBanner reverse-video.
        03 line 24 column 1 value "Commands: F1 Home; F5 Record meal, F6 Sell meal ticket, F7 Pre-order, F10 Exit" reverse-video highlight.
        03 line 24 column 78 to Command.

    perform until OperationIsBack or OperationIsExit
        move spaces to AuthCode, ScanMessage, AllergyWarning, DietCodesDisplay
        initialize Attendee
        call "GetMissingPersonBanner" using by reference MissingBanner
        perform BuildFoodSafetyBanner
        accept ServeryScanScreen from crt end-accept

        if AuthCode not equal spaces
                    when OperationIsTogglePaid
                        perform TakeMealPreOrders
                end-evaluate
                perform NoteMissingPersonSighting
            end-if
        end-if
    end-perform
    goback
    .

BuildFoodSafetyBanner section.
    move spaces to FoodSafetyBanner
    call "GetFoodSafetyAlerts" using by reference FoodSafetyAlertTable
    if NumberOfFoodAlerts > zero
        string "FOOD SAFETY: " NumberOfFoodAlerts
            " check(s) missed or out of range - first: "
            function trim(FoodAlertDescription(1))
            delimited by size into FoodSafetyBanner
    end-if
    .

BuildDietCodesDisplay section.
    move spaces to DietCodesDisplay
    if DietIsVegan of Attendee
    move "Pre-orders recorded" to ScanMessage
    .

NoteMissingPersonSighting section.
    call "CheckMissingPersonAlert" using AuthCode of Attendee,
        MissingScanPlace, MissingLogType, by reference MissingAlertMatch
    if ScanMatchesMissingAlert
        display "** MISSING PERSON ALERT on booking " AuthCode of Attendee
            " - keep them with you and radio control **"
        move "** MISSING ALERT - KEEP THEM HERE, CALL CONTROL **"
            to ScanMessage
    end-if
    .

end program MealServeryScreen.
