01 ShuttleRunLine.
    05 ShuttleRunNumber pic 99.
    05 filler pic x value space.
    05 ShuttleRunTrain  pic x(5).
    05 filler pic x value space.
    05 ShuttleRunFrom   pic x(20).
    05 filler pic x value space.
    05 ShuttleRunSeats  pic 99.
    05 filler pic x value space.
    05 ShuttleRunKm     pic 999.
