01 FoodSafetyAlertTable.
    05 NumberOfFoodAlerts pic 99.
    05 FoodAlert occurs 50 times indexed by FoodAlertIdx.
        10 FoodAlertKind pic x.
            88 FoodAlertIsMissed     value "M".
            88 FoodAlertIsOutOfRange value "R".
        10 FoodAlertType pic x.
        10 FoodAlertPoint pic x(8).
        10 FoodAlertDescription pic x(30).
        10 FoodAlertLastDone pic x(15).
            88 FoodAlertNeverDone value spaces.
