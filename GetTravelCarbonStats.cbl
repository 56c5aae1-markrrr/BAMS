identification division.
program-id. GetTravelCarbonStats is initial.

environment division.
input-output section.
    file-control.
        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode
            file status is AttendeeStatus.

        select optional TravelFile assign to TravelFileName
            organization is indexed
            access mode is dynamic
            record key is TravelAuthCode
            file status is TravelStatus.

        select optional VehiclesFile assign to VehicleFileName
            organization is indexed
            access mode is dynamic
            record key is VehicleAuthCode
            file status is VehicleStatus.

        select optional TransportFile assign to TransportFileName
            organization is indexed
            access mode is dynamic
            record key is TransportAuthCode
            file status is TransportStatus.

        select optional ShuttleRunsFile assign to ShuttleRunsFileName
            organization is line sequential
            file status is ShuttleRunsStatus.

data division.
file section.
    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd TravelFile.
        copy AttendeeTravel replacing AttendeeTravel by
            ==TravelRecord.
            88 EndOfTravelFile value high-values==.

    fd VehiclesFile.
        copy VehiclePass replacing VehiclePass by
            ==VehicleRecord.
            88 EndOfVehiclesFile value high-values==.

    fd TransportFile.
        copy TransportRequest replacing TransportRequest by
            ==TransportRecord.
            88 EndOfTransportFile value high-values==.

    fd ShuttleRunsFile.
        copy ShuttleRunLine.

working-storage section.
    01 AttendeeStatus pic x(2).
    01 TravelStatus pic x(2).
    01 VehicleStatus pic x(2).
    01 TransportStatus pic x(2).
    01 ShuttleRunsStatus pic x(2).
        88 ShuttleRunsOk  values "00", "05".
        88 ShuttleRunsEof value "10".

    01 TravelFileName pic x(20) value "attendee-travel.dat".
    01 VehicleFileName pic x(20) value "vehicles.dat".
    01 TransportFileName pic x(20) value "transport.dat".
    01 ShuttleRunsFileName pic x(20) value "shuttle-runs.dat".

    *> kg CO2e per km: per vehicle for road vehicles, per passenger for
    *> train and coach
    01 EmissionFactors.
        05 filler pic x value "C".
        05 filler pic 9v999 value 0.170.
        05 filler pic x value "V".
        05 filler pic 9v999 value 0.250.
        05 filler pic x value "M".
        05 filler pic 9v999 value 0.114.
        05 filler pic x value "T".
        05 filler pic 9v999 value 0.035.
        05 filler pic x value "B".
        05 filler pic 9v999 value 0.027.
        05 filler pic x value "K".
        05 filler pic 9v999 value 0.000.
    01 EmissionFactorTable redefines EmissionFactors.
        05 EmissionFactorEntry occurs 6 times indexed by FactorIdx.
            10 FactorMode pic x.
            10 FactorKgPerKm pic 9v999.
    01 MinibusKgPerKm pic 9v999 value 0.250.
    01 DefaultCarKm pic 9(4) value 100.

    01 TravellerMode pic x value space.
    01 TravellerKm pic 9(4) value zero.
    01 CarKmDeclared pic 9(8) value zero.
    01 CarTravellersDeclared pic 9(5) value zero.
    01 AverageCarKm pic 9(4) value zero.
    01 VehicleMode pic x value space.
    01 JourneyKm pic 9(6) value zero.
    01 JourneyKg pic 9(6)v9 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    copy TravelCarbonTotals.

procedure division using AttendeeFileName, TravelCarbonTotals.
    initialize TravelCarbonTotals
    move function current-date(1:4) to TravelTotalsYear
    perform varying FactorIdx from 1 by 1 until FactorIdx > 6
        set TravelModeIdx to FactorIdx
        move FactorMode(FactorIdx) to TravelModeCode(TravelModeIdx)
    end-perform

    perform TallyTravellers
    if CarTravellersDeclared > zero
        compute AverageCarKm rounded = CarKmDeclared / CarTravellersDeclared
    else
        move DefaultCarKm to AverageCarKm
    end-if
    perform TallyVehicles
    perform TallyLiftShares
    perform TallyShuttleRuns

    move ShuttleKgCO2e to TotalKgCO2e
    perform varying TravelModeIdx from 1 by 1 until TravelModeIdx > 6
        add TravelModeKgCO2e(TravelModeIdx) to TotalKgCO2e
    end-perform
    if TravellersCounted > zero
        compute KgCO2ePerHead rounded = TotalKgCO2e / TravellersCounted
    end-if
    goback
    .

TallyTravellers section.
    *> Passenger journeys are costed per person; road vehicles are costed
    *> once per vehicle from the vehicle passes
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key set EndOfAttendeesFile to true
    end-start
    open input AttendeesFile
    open input TravelFile
        if not EndOfAttendeesFile
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-if
        perform until EndOfAttendeesFile
            if AttendeeComing of AttendeeRecord
                or AttendeeArrived of AttendeeRecord
                perform TallyOneTraveller
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close TravelFile
    close AttendeesFile
    .

TallyOneTraveller section.
    add 1 to TravellersCounted
    move space to TravellerMode
    move zero to TravellerKm
    move AuthCode of AttendeeRecord to TravelAuthCode of TravelRecord
    read TravelFile
        invalid key continue
        not invalid key
            move TravelMode of TravelRecord to TravellerMode
            move TravelKm of TravelRecord to TravellerKm
    end-read
    if TravellerMode equal to space
        exit section
    end-if
    add 1 to TravellersDeclared
    set FactorIdx to 1
    search EmissionFactorEntry
        at end continue
        when FactorMode(FactorIdx) equal to TravellerMode
            set TravelModeIdx to FactorIdx
            add 1 to TravelModePeople(TravelModeIdx)
            evaluate TravellerMode
                when "C"
                when "V"
                when "M"
                    add 1 to PeopleByCar
                    add TravellerKm to CarKmDeclared
                    add 1 to CarTravellersDeclared
                when other
                    compute JourneyKm = TravellerKm * 2
                    add JourneyKm to TravelModeKm(TravelModeIdx)
                    compute JourneyKg rounded =
                        JourneyKm * FactorKgPerKm(FactorIdx)
                    add JourneyKg to TravelModeKgCO2e(TravelModeIdx)
            end-evaluate
    end-search
    .

TallyVehicles section.
    move low-values to VehicleAuthCode of VehicleRecord
    start VehiclesFile key is greater than VehicleAuthCode of VehicleRecord
        invalid key set EndOfVehiclesFile to true
    end-start
    open input TravelFile
    open input VehiclesFile
        if not EndOfVehiclesFile
            read VehiclesFile next record
                at end set EndOfVehiclesFile to true
            end-read
        end-if
        perform until EndOfVehiclesFile
            perform CostOneVehicle
            read VehiclesFile next record
                at end set EndOfVehiclesFile to true
            end-read
        end-perform
    close VehiclesFile
    close TravelFile
    .

CostOneVehicle section.
    add 1 to CarJourneys
    evaluate true
        when VehicleIsVan of VehicleRecord
            or VehicleIsMotorhome of VehicleRecord
            move "V" to VehicleMode
        when VehicleIsMotorbike of VehicleRecord move "M" to VehicleMode
        when other move "C" to VehicleMode
    end-evaluate
    move AverageCarKm to TravellerKm
    move VehicleAuthCode of VehicleRecord to TravelAuthCode of TravelRecord
    read TravelFile
        invalid key continue
        not invalid key
            if TravelKm of TravelRecord > zero
                move TravelKm of TravelRecord to TravellerKm
            end-if
    end-read
    set FactorIdx to 1
    search EmissionFactorEntry
        at end continue
        when FactorMode(FactorIdx) equal to VehicleMode
            set TravelModeIdx to FactorIdx
            compute JourneyKm = TravellerKm * 2
            add JourneyKm to TravelModeKm(TravelModeIdx)
            compute JourneyKg rounded = JourneyKm * FactorKgPerKm(FactorIdx)
            add JourneyKg to TravelModeKgCO2e(TravelModeIdx)
    end-search
    .

TallyLiftShares section.
    move low-values to TransportAuthCode of TransportRecord
    start TransportFile key is greater than TransportAuthCode of TransportRecord
        invalid key set EndOfTransportFile to true
    end-start
    open input TransportFile
        if not EndOfTransportFile
            read TransportFile next record
                at end set EndOfTransportFile to true
            end-read
        end-if
        perform until EndOfTransportFile
            if TransportNeedsLift of TransportRecord
                and not TransportNoShow of TransportRecord
                if TransportTrainTime of TransportRecord equal to spaces
                    if TransportMatchedWith of TransportRecord
                        not equal to spaces
                        add 1 to LiftShareMatches
                    end-if
                else
                    add 1 to ShuttlePassengers
                end-if
            end-if
            read TransportFile next record
                at end set EndOfTransportFile to true
            end-read
        end-perform
    close TransportFile
    .

TallyShuttleRuns section.
    open input ShuttleRunsFile
        read ShuttleRunsFile
            at end set ShuttleRunsEof to true
        end-read
        perform until ShuttleRunsEof
            add 1 to ShuttleRuns
            compute JourneyKm = ShuttleRunKm * 2
            compute JourneyKg rounded = JourneyKm * MinibusKgPerKm
            add JourneyKg to ShuttleKgCO2e
            read ShuttleRunsFile
                at end set ShuttleRunsEof to true
            end-read
        end-perform
    close ShuttleRunsFile
    .

end program GetTravelCarbonStats.
