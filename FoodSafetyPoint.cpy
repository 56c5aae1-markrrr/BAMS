01 FoodSafetyPoint.
    05 FoodPointKey.
        10 FoodPointType pic x.
            88 FoodPointIsFridge   value "F".
            88 FoodPointIsFreezer  value "Z".
            88 FoodPointIsCleaning value "K".
        10 FoodPointCode pic x(8).
    05 FoodPointDescription pic x(30).
    05 FoodPointLowest  pic s9(3)v9 sign is leading separate.
    05 FoodPointHighest pic s9(3)v9 sign is leading separate.
    05 FoodPointEveryHours pic 99.
