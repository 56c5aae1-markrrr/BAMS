01 AttendeeTravel.
    05 TravelAuthCode pic x(6).
    05 TravelMode     pic x.
        88 TravelByCar       value "C".
        88 TravelByVan       value "V".
        88 TravelByMotorbike value "M".
        88 TravelByTrain     value "T".
        88 TravelByCoach     value "B".
        88 TravelByCycleOrFoot value "K".
        88 TravelModeIsValid values "C", "V", "M", "T", "B", "K".
    05 TravelKm       pic 9(4).
