        88 ArrivalLogIsManualCheckIn value "M".
        88 ArrivalLogIsCheckOut value "O".
        88 ArrivalLogIsVehicleArrival value "V".
        88 ArrivalLogIsVisitorIn  value "N".
        88 ArrivalLogIsVisitorOut value "Q".
        88 ArrivalLogIsVisitor    values "N", "Q".
    05 filler pic x value space.
    05 ArrivalLogTimestamp pic x(15).
    05 filler pic x value space.
