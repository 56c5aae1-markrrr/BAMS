identification division.
program-id. TakeSiteServiceEntry is initial.

environment division.
input-output section.
    file-control.
        select optional SchedulesFile assign to ScheduleFileName
            organization is indexed
            access mode is dynamic
            record key is ScheduleKey
            file status is ScheduleStatus.

        select optional ServicesLogFile assign to ServicesLogFileName
            organization is line sequential
            file status is ServicesLogStatus.

data division.
file section.
    fd SchedulesFile.
        copy SiteServiceSchedule replacing SiteServiceSchedule by
            ==ScheduleRecord.
            88 EndOfSchedulesFile value high-values==.

    fd ServicesLogFile.
        copy SiteServiceEntry.

working-storage section.
    01 ScheduleStatus pic x(2).
        88 RecordExists value "22".
    01 ServicesLogStatus pic x(2).

    01 ScheduleFileName pic x(20) value "service-schedule.dat".
    01 ServicesLogFileName pic x(20) value "site-services.log".
    01 IncidentCaseFileName pic x(24) value "incident-cases.dat".
    copy OperatorSession.
    copy IncidentCase replacing IncidentCase by ==WaterCase==.
    copy OverdueServiceTable.

    01 ActionEntry pic x value space.
        88 LoggingFuel      value "F", "f".
        88 LoggingWaterTest value "T", "t".
        88 LoggingPumpOut   value "P", "p".
        88 LoggingWaste     value "W", "w".
        88 SettingSchedule  value "S", "s".
        88 ListingOverdue   value "O", "o".
    01 EnteredType pic x value space.
        88 EnteredTypeIsValid values "F", "T", "P", "W".
    01 EnteredResult pic x value space.
    01 EnteredQuantity pic 9(5)v999 value zero.
    01 ScheduleFoundFlag pic 9 value zero.
        88 AssetIsScheduled value 1.
    01 AssetDescription pic x(30) value spaces.
    01 AssetLocation pic x(8) value spaces.
    01 LocationCheckText pic x(20) value spaces.
    01 LocationFlag pic 9 value zero.
        88 LocationIsKnown value 1.
    01 QuantityDisplay pic z(4)9.999 value zero.

procedure division.
    call "GetCurrentOperator" using by reference OperatorSession
    display "Site services - F=fuel, T=water test, P=pump-out, W=waste,"
    display "                S=schedule, O=overdue list: " with no advancing
    accept ActionEntry from console
    evaluate true
        when LoggingFuel perform LogFuel
        when LoggingWaterTest perform LogWaterTest
        when LoggingPumpOut perform LogPumpOut
        when LoggingWaste perform LogWaste
        when SettingSchedule perform TakeSchedule
        when ListingOverdue perform ListOverdueServices
        when other display "No action taken"
    end-evaluate
    goback
    .

LogFuel section.
    initialize SiteServiceEntry
    set ServiceIsFuel to true
    display "Generator: " with no advancing
    perform TakeServiceAsset
    display "Litres added: " with no advancing
    accept EnteredQuantity from console
    if EnteredQuantity equal to zero
        display "Nothing logged"
        exit section
    end-if
    move EnteredQuantity to ServiceQuantity
    perform WriteServiceEntry
    move EnteredQuantity to QuantityDisplay
    display "Logged " QuantityDisplay " litres into " ServiceAsset
    .

LogWaterTest section.
    initialize SiteServiceEntry
    set ServiceIsWaterTest to true
    display "Tap or water point: " with no advancing
    perform TakeServiceAsset
    display "Result P=pass, F=fail: " with no advancing
    accept EnteredResult from console
    move function upper-case(EnteredResult) to ServiceResult
    if not ServiceTestPassed and not ServiceTestFailed
        display "Result must be P or F - nothing logged"
        exit section
    end-if
    perform WriteServiceEntry
    if ServiceTestFailed
        perform OpenWaterDefect
    else
        display "Logged pass for " ServiceAsset
    end-if
    .

LogPumpOut section.
    initialize SiteServiceEntry
    set ServiceIsPumpOut to true
    display "Toilet unit: " with no advancing
    perform TakeServiceAsset
    display "Contractor: " with no advancing
    accept ServiceContractor from console
    perform WriteServiceEntry
    display "Logged pump-out of " ServiceAsset
    .

LogWaste section.
    initialize SiteServiceEntry
    set ServiceIsWaste to true
    display "Skip: " with no advancing
    perform TakeServiceAsset
    display "Waste stream (GENERAL, RECYCLING, GLASS, FOOD...): "
        with no advancing
    accept ServiceStream from console
    move function upper-case(ServiceStream) to ServiceStream
    if ServiceStream equal to spaces
        display "A stream is needed - nothing logged"
        exit section
    end-if
    display "Tonnage collected: " with no advancing
    accept EnteredQuantity from console
    move EnteredQuantity to ServiceQuantity
    display "Contractor: " with no advancing
    accept ServiceContractor from console
    perform WriteServiceEntry
    move EnteredQuantity to QuantityDisplay
    display "Logged " QuantityDisplay " tonnes of "
        function trim(ServiceStream) " from " ServiceAsset
    .

TakeServiceAsset section.
    accept ServiceAsset from console
    move function upper-case(ServiceAsset) to ServiceAsset
    move zero to ScheduleFoundFlag
    move spaces to AssetDescription, AssetLocation
    open input SchedulesFile
        move ServiceType to ScheduleType of ScheduleRecord
        move ServiceAsset to ScheduleAsset of ScheduleRecord
        read SchedulesFile
            invalid key continue
            not invalid key
                set AssetIsScheduled to true
                move ScheduleDescription of ScheduleRecord to AssetDescription
                move ScheduleLocation of ScheduleRecord to AssetLocation
        end-read
    close SchedulesFile
    if AssetIsScheduled
        display "  " function trim(AssetDescription) " at " AssetLocation
    else
        display "  (not on the service schedule)"
    end-if
    .

WriteServiceEntry section.
    move function current-date(1:15) to ServiceTimestamp
    move SessionOperatorCode to ServiceOperator
    open extend ServicesLogFile
        write SiteServiceEntry
    close ServicesLogFile
    .

OpenWaterDefect section.
    *> A failed water test takes the tap out of use until it is retested
    initialize WaterCase
    move spaces to CaseAuthCode of WaterCase
    set CaseSeverityHigh of WaterCase to true
    set CaseIsSite of WaterCase to true
    move AssetLocation to CaseLocation of WaterCase
    string "WATER TEST FAILED at " ServiceAsset " "
        function trim(AssetDescription)
        " - take out of use and retest"
        delimited by size into CaseNote of WaterCase
    move SessionOperatorCode to CaseFollowUpOwner of WaterCase
    call "OpenIncidentCase" using by content IncidentCaseFileName,
        by reference WaterCase
    display "** " ServiceAsset " failed - site defect case opened **"
    .

TakeSchedule section.
    initialize ScheduleRecord
    display "Service type F=fuel, T=water test, P=pump-out, W=waste: "
        with no advancing
    accept EnteredType from console
    move function upper-case(EnteredType) to EnteredType
    if not EnteredTypeIsValid
        display "Nothing saved"
        exit section
    end-if
    move EnteredType to ScheduleType of ScheduleRecord
    display "Generator, tap, toilet unit or skip code: " with no advancing
    accept ScheduleAsset of ScheduleRecord from console
    move function upper-case(ScheduleAsset of ScheduleRecord)
        to ScheduleAsset of ScheduleRecord
    if ScheduleAsset of ScheduleRecord equal to spaces
        display "Nothing saved"
        exit section
    end-if
    display "Description: " with no advancing
    accept ScheduleDescription of ScheduleRecord from console
    display "Location code: " with no advancing
    accept LocationCheckText from console
    call "ResolveSiteLocation" using by reference LocationCheckText,
        LocationFlag
    if not LocationIsKnown
        display "Unknown location " function trim(LocationCheckText)
            " - nothing saved"
        exit section
    end-if
    move LocationCheckText to ScheduleLocation of ScheduleRecord
    display "Due every how many hours: " with no advancing
    accept ScheduleEveryHours of ScheduleRecord from console
    if ScheduleEveryHours of ScheduleRecord not numeric
        or ScheduleEveryHours of ScheduleRecord equal to zero
        display "An interval in hours is needed - nothing saved"
        exit section
    end-if

    open i-o SchedulesFile
        write ScheduleRecord
            invalid key
                if RecordExists
                    rewrite ScheduleRecord
                else
                    display "Error - status is " ScheduleStatus
                end-if
        end-write
    close SchedulesFile
    display "Saved " ScheduleType of ScheduleRecord " "
        ScheduleAsset of ScheduleRecord " - due every "
        ScheduleEveryHours of ScheduleRecord " hours"
    .

ListOverdueServices section.
    call "GetOverdueSiteServices" using by reference OverdueServiceTable
    if NumberOfOverdueServices equal to zero
        display "No site services overdue"
        exit section
    end-if
    display "Type Asset    Description                    Last done"
    perform varying OverdueIdx from 1 by 1
        until OverdueIdx > NumberOfOverdueServices
        if OverdueNeverDone(OverdueIdx)
            display OverdueType(OverdueIdx) "    " OverdueAsset(OverdueIdx)
                " " OverdueDescription(OverdueIdx) " never"
        else
            display OverdueType(OverdueIdx) "    " OverdueAsset(OverdueIdx)
                " " OverdueDescription(OverdueIdx) " "
                OverdueLastDone(OverdueIdx)(1:8) " "
                OverdueLastDone(OverdueIdx)(9:4)
        end-if
    end-perform
    .

end program TakeSiteServiceEntry.
