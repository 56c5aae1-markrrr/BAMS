                88 RunStepFailed    value "FL".
            05 filler pic x value space.
            05 RunLogTimestamp pic x(15).
            05 filler pic x value space.
            05 RunLogElapsedSeconds pic 9(5)v99.

working-storage section.
    01 RunControlStatus pic x(2).
            10 RunStepDoneToday pic x.

    01 DefaultStepList.
        05 filler pic x(20) value "CENSUS".
        05 filler pic x(20) value "EXTRACT".
        05 filler pic x(20) value "SNAPSHOT".
        05 filler pic x(20) value "DEBTORS".
        05 filler pic x(20) value "MERCHSTOCK".
        05 filler pic x(20) value "EXPORT".
        05 filler pic x(20) value "CHAINS".
    01 DefaultSteps redefines DefaultStepList.
        05 DefaultStepName pic x(20) occurs 7 times.
    01 DefaultStepIndex pic 9 value zero.

    01 StepsRun pic 99 value zero.
    01 StepsFailed pic 99 value zero.

    01 NightlyExportName pic x(20) value "attendees-night.csv".
    01 NightlyQueryName pic x(12) value spaces.
    01 NightlyQueryOutput pic x value space.
    01 NightlyQueryFlag pic 9 value zero.
        88 NightlyQueryRan value 1.

    01 DummyCount1 pic 999 value zero.
    01 DummyCount2 pic 999 value zero.
    01 DummyCount3 pic 999 value zero.
    01 DummyCount4 pic 999 value zero.
    01 DummyCount5 pic 999 value zero.
    01 ChainSealWanted pic x value "N".
    01 ChainCheckResult pic 9 value zero.
        88 ChainsAreIntact value 0.
    01 ExtractBuildResult pic 9 value zero.
        88 ExtractWasBuilt value 0.
    01 CensusCheckResult pic 9 value zero.
        88 CensusFilesAreHealthy value 0.

    01 NightlyExtractFileName pic x(20) value "nightly-extract.dat".
    01 StepSourceFileName pic x(20) value spaces.
    copy NightlyExtractRequest.
    copy NightlyExtract.

    01 StepStartTime pic x(8) value spaces.
    01 StepEndTime pic x(8) value spaces.
    01 StepStartSeconds pic 9(6)v99 value zero.
    01 StepEndSeconds pic 9(6)v99 value zero.
    01 StepElapsedSeconds pic 9(5)v99 value zero.
    01 ElapsedDisplay pic z(4)9.99 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    .

LoadDefaultSteps section.
    move 7 to NumberOfSteps
    perform varying DefaultStepIndex from 1 by 1 until DefaultStepIndex > 7
        set StepIdx to DefaultStepIndex
        move DefaultStepName(DefaultStepIndex) to RunStepName(StepIdx)
        move "N" to RunStepDoneToday(StepIdx)

RunOneStep section.
    display "run   " RunStepName(StepIdx)
    move function current-date(9:8) to StepStartTime
    evaluate RunStepName(StepIdx)
        when "CENSUS"
            call "DataFileCensus" using by reference CensusCheckResult
            if CensusFilesAreHealthy
                perform RecordStepOk
            else
                perform RecordStepFailed
            end-if
        when "EXTRACT"
            call "BuildNightlyExtract" using by content AttendeeFileName,
                by reference ExtractBuildResult
            if ExtractWasBuilt
                perform RecordStepOk
            else
                perform RecordStepFailed
            end-if
        when "SNAPSHOT"
            call "TakeEndOfDaySnapshot" using by content AttendeeFileName
            perform RecordStepOk
        when "DEBTORS"
            perform PickStepSource
            call "GetDebtorsAgingReport" using by content StepSourceFileName
            perform RecordExtractStep
        when "MERCHSTOCK"
            call "GetMerchandiseStockReport" using by content "merchandise.dat"
            perform RecordStepOk
                NightlyExportName
            perform RecordStepOk
        when "HEADCOUNT"
            perform PickStepSource
            call "GetNightlyHeadcountReport" using by content StepSourceFileName
            perform RecordExtractStep
        when "FORECAST"
            perform PickStepSource
            call "GetArrivalForecastReport" using by content StepSourceFileName
            perform RecordExtractStep
        when "PAYMENTS"
            call "GetPaymentMethodBreakdown" using by content AttendeeFileName
            perform RecordStepOk
        when "MUSTER"
            perform PickStepSource
            call "MusterReport" using by content StepSourceFileName
            perform RecordExtractStep
        when "ARREARS"
            perform PickStepSource
            call "GetArrearsReport" using by content StepSourceFileName
            perform RecordExtractStep
        when "PANDL"
            call "GetProfitAndLossReport" using by content AttendeeFileName
            perform RecordStepOk
            call "SweepLapsedBookings" using by content AttendeeFileName
            perform RecordStepOk
        when "REVENUE"
            perform PickStepSource
            call "GetRevenueByCategoryReport" using by content StepSourceFileName
            perform RecordExtractStep
        when "APPFEED"
            call "ExportEventAppFeed" using by content AttendeeFileName
            perform RecordStepOk
        when "PROGCAL"
            call "ExportProgrammeCalendar" using by content AttendeeFileName
            perform RecordStepOk
        when "CHAINS"
            call "VerifyMoneyLogChains" using ChainSealWanted,
                by reference ChainCheckResult
            if ChainsAreIntact
                perform RecordStepOk
            else
                perform RecordStepFailed
            end-if
        when other
            if RunStepName(StepIdx)(1:6) equal to "QUERY:"
                perform RunQueryStep
            else
                display "      unknown step '"
                    function trim(RunStepName(StepIdx)) "' - marked failed"
                perform RecordStepFailed
            end-if
    end-evaluate
    .

RunQueryStep section.
    *> QUERY:name runs a saved attendee query as it was saved
    move RunStepName(StepIdx)(7:12) to NightlyQueryName
    move zero to NightlyQueryFlag
    call "RunAttendeeQuery" using by content AttendeeFileName,
        NightlyQueryName, NightlyQueryOutput, by reference NightlyQueryFlag
    if NightlyQueryRan
        perform RecordStepOk
    else
        perform RecordStepFailed
    end-if
    .

PickStepSource section.
    *> Report steps read tonight's extract; if it has not been built today
    *> they fall back to reading the live files as they always did
    move NightlyExtractFileName to ExtractFileName
    move "OPEN" to ExtractAction
    call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
    if ExtractNotAvailable
        display "      no extract built today - reading the live files"
        move AttendeeFileName to StepSourceFileName
    else
        move "CLOS" to ExtractAction
        call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
        move NightlyExtractFileName to StepSourceFileName
    end-if
    .

RecordExtractStep section.
    if StepSourceFileName not equal to NightlyExtractFileName
        perform RecordStepOk
        exit section
    end-if
    move "STAT" to ExtractAction
    call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
    if ExtractAtEnd
        perform RecordStepOk
    else
        display "      extract control totals not confirmed - step failed,"
            " rebuild with EXTRACT and rerun"
        perform RecordStepFailed
    end-if
    .

RecordStepOk section.
    move "OK" to RunLogStatusCode
    perform WriteRunLogLine
    move TodaysDate to RunLogDate
    move RunStepName(StepIdx) to RunLogStep
    move function current-date(1:15) to RunLogTimestamp
    perform TimeTheStep
    move StepElapsedSeconds to RunLogElapsedSeconds
    open extend RunLogFile
        write RunLogLine
    close RunLogFile
    .

TimeTheStep section.
    move function current-date(9:8) to StepEndTime
    compute StepStartSeconds = function numval(StepStartTime(1:2)) * 3600
        + function numval(StepStartTime(3:2)) * 60
        + function numval(StepStartTime(5:2))
        + function numval(StepStartTime(7:2)) / 100
    compute StepEndSeconds = function numval(StepEndTime(1:2)) * 3600
        + function numval(StepEndTime(3:2)) * 60
        + function numval(StepEndTime(5:2))
        + function numval(StepEndTime(7:2)) / 100
    if StepEndSeconds < StepStartSeconds
        add 86400 to StepEndSeconds
    end-if
    compute StepElapsedSeconds = StepEndSeconds - StepStartSeconds
    move StepElapsedSeconds to ElapsedDisplay
    display "      elapsed " function trim(ElapsedDisplay) "s"
    .

end program NightlyBatchRun.
