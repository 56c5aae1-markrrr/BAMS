
        select PickupSortFile assign to "shuttle.srt".

        select optional ShuttleRunsFile assign to ShuttleRunsFileName
            organization is line sequential
            file status is ShuttleRunsStatus.

data division.
file section.
    fd TransportFile.
            05 PickupSortFrom     pic x(20).
            05 PickupSortAuthCode pic x(6).

    fd ShuttleRunsFile.
        copy ShuttleRunLine.

working-storage section.
    01 TransportStatus pic x(2).
    01 VolunteerStatus pic x(2).
    01 ShuttleRunsStatus pic x(2).
    01 ShuttleRunsFileName pic x(20) value "shuttle-runs.dat".

    01 TransportFileName pic x(20) value "transport.dat".
    01 VolunteerFileName pic x(20) value "volunteers.dat".

    01 MinibusSeats pic 99 value 8.
    01 SeatsText pic x(2) value spaces.
    01 StationKm pic 999 value 12.
    01 StationKmText pic x(3) value spaces.

    01 RunTable.
        05 RunEntry occurs 99 times indexed by RunIdx.
            10 RunTrainTime pic x(5).
            10 RunFrom      pic x(20).
            10 RunSeats     pic 99.

    01 DriverTable.
        05 NumberOfDrivers pic 99 value zero.
    if SeatsText not equal to spaces
        compute MinibusSeats = function numval(SeatsText)
    end-if
    display "Station to site distance in km (blank for 12): "
        with no advancing
    accept StationKmText from console
    if StationKmText not equal to spaces
        compute StationKm = function numval(StationKmText)
    end-if

    perform LoadDrivers
    if NumberOfDrivers equal to zero
    end-if
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    perform RecordShuttleRuns
    goback
    .

RecordShuttleRuns section.
    *> The latest plan is kept for the travel carbon figures
    open output ShuttleRunsFile
        perform varying RunIdx from 1 by 1 until RunIdx > RunNumber
            initialize ShuttleRunLine
            set ShuttleRunNumber to RunIdx
            move RunTrainTime(RunIdx) to ShuttleRunTrain
            move RunFrom(RunIdx) to ShuttleRunFrom
            move RunSeats(RunIdx) to ShuttleRunSeats
            move StationKm to ShuttleRunKm
            write ShuttleRunLine
        end-perform
    close ShuttleRunsFile
    .

LoadDrivers section.
    move low-values to VolunteerAuthCode of VolunteerRecord
    start VolunteersFile key is greater than
    move PickupSortFrom to CurrentFrom
    move zero to SeatsFilled
    add 1 to RunNumber
    set RunIdx to RunNumber
    move CurrentTrainTime to RunTrainTime(RunIdx)
    move CurrentFrom to RunFrom(RunIdx)
    move zero to RunSeats(RunIdx)
    perform EmitLine
    move spaces to ReportLineText
    string "RUN " RunNumber "  train " CurrentTrainTime

ListPassenger section.
    add 1 to SeatsFilled
    move SeatsFilled to RunSeats(RunIdx)
    add 1 to PickupsListed
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
