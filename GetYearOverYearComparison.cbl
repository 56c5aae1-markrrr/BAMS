program-id. GetYearOverYearComparison is initial.

environment division.
input-output section.
    file-control.
        select optional TravelHistoryFile assign to TravelHistoryFileName
            organization is indexed
            access mode is dynamic
            record key is TravelTotalsYear of TravelHistoryRecord
            file status is TravelHistoryStatus.

data division.
file section.
    fd TravelHistoryFile.
        copy TravelCarbonTotals replacing TravelCarbonTotals by
            ==TravelHistoryRecord==.

working-storage section.
    01 ThisYearTotalAttendees pic 999 value zero.
    01 ThisYearOnSite pic 999 value zero.
    01 ThisMoneyDisplay pic z(6)9.99 value zero.
    01 LastMoneyDisplay pic z(6)9.99 value zero.

    copy TravelCarbonTotals replacing TravelCarbonTotals by ==ThisYearTravel==.
    copy TravelCarbonTotals replacing TravelCarbonTotals by ==LastYearTravel==.
    copy TravelCarbonTotals replacing TravelCarbonTotals by ==LoadedTravel==.
    01 TravelHistoryStatus pic x(2).
    01 TravelHistoryFileName pic x(20) value "travel-history.dat".
    01 TravelSourceFileName pic x(20) value spaces.
    01 ThisKgDisplay pic z(7)9.9 value zero.
    01 LastKgDisplay pic z(7)9.9 value zero.

linkage section.
    01 ThisYearFileName pic x(20) value spaces.
    01 LastYearFileName pic x(20) value spaces.
        using by content LastYearFileName,
        by reference LastYearTotals

    move ThisYearFileName to TravelSourceFileName
    perform LoadTravelTotals
    move LoadedTravel to ThisYearTravel
    move LastYearFileName to TravelSourceFileName
    perform LoadTravelTotals
    move LoadedTravel to LastYearTravel

    display "    BarnCamp Attendee Management System v1.0   (c) copyleft 2017 HacktionLab    "
    display "YEAR-OVER-YEAR COMPARISON REPORT"
    display " "
    move TotalDonations of ThisYearTotals to ThisMoneyDisplay
    move TotalDonations of LastYearTotals to LastMoneyDisplay
    display "Donations:             " ThisMoneyDisplay "  " LastMoneyDisplay
    display " "
    display "Car journeys:          " CarJourneys of ThisYearTravel "      "
        CarJourneys of LastYearTravel
    display "Travelling by car:     " PeopleByCar of ThisYearTravel "      "
        PeopleByCar of LastYearTravel
    display "Lift-share matches:    " LiftShareMatches of ThisYearTravel "      "
        LiftShareMatches of LastYearTravel
    display "Shuttle passengers:    " ShuttlePassengers of ThisYearTravel "      "
        ShuttlePassengers of LastYearTravel
    move TotalKgCO2e of ThisYearTravel to ThisKgDisplay
    move TotalKgCO2e of LastYearTravel to LastKgDisplay
    display "Travel kg CO2e:     " ThisKgDisplay "  " LastKgDisplay
    move KgCO2ePerHead of ThisYearTravel to ThisKgDisplay
    move KgCO2ePerHead of LastYearTravel to LastKgDisplay
    display "Travel kg per head: " ThisKgDisplay "  " LastKgDisplay
    goback
    .

LoadTravelTotals section.
    *> An archived year's travel totals come from the travel history; the
    *> live attendee file is worked out from this year's transport files
    initialize LoadedTravel
    if TravelSourceFileName(1:8) not equal to "archive-"
        call "GetTravelCarbonStats" using by content TravelSourceFileName,
            by reference LoadedTravel
        exit section
    end-if
    move TravelSourceFileName(9:4) to TravelTotalsYear of TravelHistoryRecord
    open input TravelHistoryFile
        read TravelHistoryFile
            invalid key continue
            not invalid key move TravelHistoryRecord to LoadedTravel
        end-read
    close TravelHistoryFile
    .

end program GetYearOverYearComparison.
