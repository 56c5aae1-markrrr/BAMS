identification division.
program-id. GetTravelCarbonReport is initial.

environment division.

data division.
working-storage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    copy TravelCarbonTotals.
    copy ReportWriterRequest.

    01 ModeNames.
        05 filler pic x(14) value "Car".
        05 filler pic x(14) value "Van/motorhome".
        05 filler pic x(14) value "Motorbike".
        05 filler pic x(14) value "Train".
        05 filler pic x(14) value "Coach".
        05 filler pic x(14) value "Cycle or foot".
    01 ModeNameTable redefines ModeNames.
        05 ModeName pic x(14) occurs 6 times.

    01 Undeclared pic 9(5) value zero.
    01 PeoplePerCar pic 9(3)v99 value zero.
    01 KgDisplay pic z(7)9.9 value zero.
    01 KmDisplay pic z(7)9 value zero.
    01 PerCarDisplay pic zz9.99 value zero.

procedure division.
    call "GetTravelCarbonStats" using by content AttendeeFileName,
        by reference TravelCarbonTotals

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "TRAVEL CARBON FOOTPRINT" to ReportTitle
    move "spool-carbon.txt" to ReportSpoolName
    move AttendeeFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    compute Undeclared = TravellersCounted - TravellersDeclared
    string "Attendees coming or on site " TravellersCounted
        "  travel declared " TravellersDeclared "  not declared " Undeclared
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move "BY MODE            People   Round-trip km      kg CO2e" to ReportLineText
    perform EmitLine
    perform varying TravelModeIdx from 1 by 1 until TravelModeIdx > 6
        move TravelModeKm(TravelModeIdx) to KmDisplay
        move TravelModeKgCO2e(TravelModeIdx) to KgDisplay
        string "    " ModeName(TravelModeIdx) " " TravelModePeople(TravelModeIdx)
            "     " KmDisplay "   " KgDisplay
            delimited by size into ReportLineText
        perform EmitLine
    end-perform
    move ShuttleKgCO2e to KgDisplay
    string "    Shuttle bus    " ShuttlePassengers "                "
        KgDisplay "  (" ShuttleRuns " run(s))"
        delimited by size into ReportLineText
    perform EmitLine
    move TotalKgCO2e to KgDisplay
    string "    Total                                " KgDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move KgCO2ePerHead to KgDisplay
    string "    Per head                             " KgDisplay
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move "CAR JOURNEYS AND LIFT-SHARING" to ReportLineText
    perform EmitLine
    if CarJourneys > zero
        compute PeoplePerCar rounded = PeopleByCar / CarJourneys
    end-if
    move PeoplePerCar to PerCarDisplay
    string "    Vehicles on site " CarJourneys "  people by road "
        PeopleByCar "  people per vehicle " PerCarDisplay
        delimited by size into ReportLineText
    perform EmitLine
    string "    Lift-share matches " LiftShareMatches
        "  station shuttle passengers " ShuttlePassengers
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    move "Road vehicles are costed per vehicle, at the owner's declared distance"
        to ReportLineText
    perform EmitLine
    move "or the average declared car distance; train and coach per passenger."
        to ReportLineText
    perform EmitLine

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetTravelCarbonReport.
