01 TravelCarbonTotals.
    05 TravelTotalsYear    pic x(4).
    05 TravellersCounted   pic 9(5).
    05 TravellersDeclared  pic 9(5).
    05 CarJourneys         pic 9(5).
    05 PeopleByCar         pic 9(5).
    05 LiftShareMatches    pic 9(5).
    05 ShuttleRuns         pic 9(4).
    05 ShuttlePassengers   pic 9(5).
    05 ShuttleKgCO2e       pic 9(6)v9.
    05 TravelModeTotal occurs 6 times indexed by TravelModeIdx.
        10 TravelModeCode   pic x.
        10 TravelModePeople pic 9(5).
        10 TravelModeKm     pic 9(8).
        10 TravelModeKgCO2e pic 9(7)v9.
    05 TotalKgCO2e         pic 9(8)v9.
    05 KgCO2ePerHead       pic 9(5)v9.
