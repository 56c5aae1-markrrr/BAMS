01 FoodSafetyEntry.
    05 FoodCheckTimestamp pic x(15).
    05 filler pic x value space.
    05 FoodCheckType pic x.
        88 FoodCheckIsFridge   value "F".
        88 FoodCheckIsFreezer  value "Z".
        88 FoodCheckIsCoreCook value "C".
        88 FoodCheckIsHotHold  value "H".
        88 FoodCheckIsDelivery value "D".
        88 FoodCheckIsCleaning value "K".
        88 FoodCheckIsForDish  values "C", "H".
    05 filler pic x value space.
    *> A fridge, freezer or cleaning point code; for a dish the menu
    *> plan day, sitting and line; for a delivery CHILLED or FROZEN
    05 FoodCheckPoint pic x(8).
    05 filler pic x value space.
    05 FoodCheckSitting pic x.
    05 filler pic x value space.
    05 FoodCheckReading pic s9(3)v9 sign is leading separate.
    05 filler pic x value space.
    05 FoodCheckResult pic x.
        88 FoodCheckPassed  value "P".
        88 FoodCheckFailed  value "F".
        88 FoodCheckCleaned value "C".
    05 filler pic x value space.
    05 FoodCheckOperator pic x(3).
    05 filler pic x value space.
    *> The stock item for a delivery
    05 FoodCheckReference pic x(8).
    05 filler pic x value space.
    05 FoodCheckAction pic x(60).
