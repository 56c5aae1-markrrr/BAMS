            organization is line sequential
            file status is ArchiveProbeStatus.

        select optional BursaryForwardFile assign to BursaryForwardFileName
            organization is line sequential
            file status is BursaryForwardStatus.

        select optional TradersFile assign to TraderFileName
            organization is indexed
            access mode is dynamic
            record key is TraderID
            file status is TraderStatus.

        select optional AssetsFile assign to AssetFileName
            organization is indexed
            access mode is dynamic
            record key is AssetID
            file status is AssetStatus.

        select optional CommissionsFile assign to CommissionFileName
            organization is indexed
            access mode is dynamic
            record key is CommissionTraderID
            file status is CommissionStatus.

        select optional TasksFile assign to TaskFileName
            organization is indexed
            access mode is dynamic
            record key is TaskID
            file status is TaskStatus.

        select optional SourcesFile assign to SourceFileName
            organization is indexed
            access mode is dynamic
            record key is SourceCode of SourceRecord
            file status is SourceStatus.

data division.
file section.
    fd VolunteersFile.
    fd ArchiveProbeFile.
        01 ArchiveProbeLine pic x(80).

    fd BursaryForwardFile.
        01 BursaryForwardLine.
            05 BursaryForwardDate pic x(8).
            05 filler pic x value space.
            05 BursaryForwardAmount pic s9(7)v99 sign is leading separate.

    fd TradersFile.
        copy TraderRecord replacing TraderRecord by
            ==TraderFileRecord.
            88 EndOfTradersFile value high-values==.

    fd AssetsFile.
        copy FixedAsset replacing FixedAsset by
            ==AssetRecord.
            88 EndOfAssetsFile value high-values==.

    fd CommissionsFile.
        copy TraderCommission replacing TraderCommission by
            ==CommissionRecord.
            88 EndOfCommissionsFile value high-values==.

    fd TasksFile.
        copy SiteTask replacing SiteTask by
            ==TaskRecord.
            88 EndOfTasksFile value high-values==.

    fd SourcesFile.
        copy MarketingSource replacing MarketingSource by
            ==SourceRecord.
            88 EndOfSourcesFile value high-values==.

working-storage section.
    01 VolunteerStatus pic x(2).
    01 ConfirmationQueueStatus pic x(2).
    01 TraderStatus pic x(2).
    01 TraderFileName pic x(20) value "traders.dat".
    01 TradersReset pic 999 value zero.
    01 SourceStatus pic x(2).
    01 SourceFileName pic x(24) value "marketing-sources.dat".
    01 CommissionStatus pic x(2).
    01 CommissionFileName pic x(24) value "trader-commission.dat".
    01 BursaryForwardStatus pic x(2).
    01 BursaryForwardFileName pic x(24) value "bursary-fund-bf.dat".
    01 BursaryMoneyIn pic 9(7)v99 value zero.
    01 BursaryAwardsOut pic 9(7)v99 value zero.
    01 BursaryFundBalance pic s9(7)v99 value zero.
    01 BursaryDisplay pic -(6)9.99 value zero.
    01 AssetStatus pic x(2).
    01 AssetFileName pic x(20) value "assets.dat".
    01 AssetYear pic 9(4) value zero.
    01 AssetYearText pic x(4) value spaces.
    01 IncidentYearText pic x(4) value spaces.
    01 TravelYearText pic x(4) value spaces.
    01 TaskStatus pic x(2).
    01 TaskFileName pic x(20) value "site-tasks.dat".
    01 TasksRolled pic 999 value zero.
    01 CrewNumber pic 9 value zero.
    01 AssetOpeningValue pic s9(6)v99 value zero.
    01 AssetYearCharge pic s9(6)v99 value zero.
    01 AssetClosingValue pic s9(6)v99 value zero.
    01 AssetsCarried pic 999 value zero.
    01 AssetsRetired pic 999 value zero.
    01 AssetsCarriedValue pic s9(7)v99 value zero.
    01 AssetValueDisplay pic -(6)9.99 value zero.

    copy PricingTable.
    copy SiteCapacity.
        05 filler pic x(24) value "waivers.dat".
        05 filler pic x(24) value "accessibility.dat".
        05 filler pic x(24) value "expense-claims.dat".
        05 filler pic x(24) value "bursaries.dat".
        05 filler pic x(24) value "purchase-orders.dat".
        05 filler pic x(24) value "supplier-invoices.dat".
        05 filler pic x(24) value "po-exceptions.dat".
        05 filler pic x(24) value "supplier-orders.dat".
        05 filler pic x(24) value "raffle-sales.dat".
        05 filler pic x(24) value "raffle-draws.dat".
        05 filler pic x(24) value "hire-bookings.dat".
        05 filler pic x(24) value "hire-unreturned.log".
        05 filler pic x(24) value "workshop-charges.dat".
        05 filler pic x(24) value "attendee-slots.dat".
        05 filler pic x(24) value "missing-alerts.dat".
        05 filler pic x(24) value "missing-person.log".
        05 filler pic x(24) value "first-aid.dat".
        05 filler pic x(24) value "site-visitors.dat".
        05 filler pic x(24) value "accreditations.dat".
        05 filler pic x(24) value "zone-access.log".
        05 filler pic x(24) value "licensing-overrides.log".
        05 filler pic x(24) value "hookups.dat".
        05 filler pic x(24) value "site-services.log".
        05 filler pic x(24) value "attendee-travel.dat".
        05 filler pic x(24) value "shuttle-runs.dat".
        05 filler pic x(24) value "camp-duties.dat".
        05 filler pic x(24) value "unaccompanied-minors.dat".
        05 filler pic x(24) value "wifi-accounts.dat".
        05 filler pic x(24) value "booking-sources.dat".
        05 filler pic x(24) value "booking-channels.dat".
        05 filler pic x(24) value "quota-moves.log".
        05 filler pic x(24) value "expense-grants.dat".
        05 filler pic x(24) value "announcements.log".
        05 filler pic x(24) value "sms-replies.log".
        05 filler pic x(24) value "attendance-confirmed.dat".
        05 filler pic x(24) value "money-log-chain.dat".
    01 LogFiles redefines LogFileTable.
        05 LogFileName pic x(24) occurs 77 times.
    01 LogFileIndex pic 99 value zero.

linkage section.

    perform EnsureArchiveExists
    perform RollParameterDates
    perform CarryBursaryFundForward
    perform CarryAssetRegisterForward
    perform ArchiveIncidentYear
    perform ArchiveTravelYear
    perform EmptyTransactionalFiles
    perform ResetTraderYear
    perform ResetSourceSpend
    perform RollSiteTaskPlan
    perform QueueVolunteerInvites
    perform StartFreshAttendeeFile

        delimited by size into ArchiveFileName
    .

RollSiteTaskPlan section.
    *> The build and strike plan is reused; its days move with the event
    *> and every task starts again unassigned and not started
    open i-o TasksFile
        move low-values to TaskID of TaskRecord
        start TasksFile key is greater than TaskID of TaskRecord
            invalid key set EndOfTasksFile to true
        end-start
        if not EndOfTasksFile
            read TasksFile next record
                at end set EndOfTasksFile to true
            end-read
        end-if
        perform until EndOfTasksFile
            if TaskEarliestDate of TaskRecord is numeric
                compute DateAsInteger = function integer-of-date(
                    function numval(TaskEarliestDate of TaskRecord))
                    + DaysOffset
                compute RolledDate = function date-of-integer(DateAsInteger)
                move RolledDate to TaskEarliestDate of TaskRecord
            end-if
            perform varying CrewNumber from 1 by 1 until CrewNumber > 8
                move spaces to TaskCrewAuthCode of TaskRecord(CrewNumber)
            end-perform
            set TaskNotStarted of TaskRecord to true
            move spaces to TaskStartedDate of TaskRecord,
                TaskDoneDate of TaskRecord, TaskDoneBy of TaskRecord
            rewrite TaskRecord
            add 1 to TasksRolled
            read TasksFile next record
                at end set EndOfTasksFile to true
            end-read
        end-perform
    close TasksFile
    display "Build and strike tasks rolled forward: " TasksRolled
    .

QueueVolunteerInvites section.
    move low-values to VolunteerAuthCode of VolunteerRecord
    start VolunteersFile key is greater than
    add 1 to InvitesQueued
    .

CarryBursaryFundForward section.
    *> Restricted bursary money outlives the donation log it came in on
    call "GetBursaryFundBalance" using by reference BursaryMoneyIn,
        BursaryAwardsOut, BursaryFundBalance
    move function current-date(1:8) to BursaryForwardDate
    move BursaryFundBalance to BursaryForwardAmount
    open output BursaryForwardFile
        write BursaryForwardLine
    close BursaryForwardFile
    move BursaryFundBalance to BursaryDisplay
    display "Bursary fund balance carried forward: $" BursaryDisplay
    .

CarryAssetRegisterForward section.
    *> Written-down values are archived for the year just run; assets
    *> disposed of in it have nothing left to carry and come off
    move function current-date(1:4) to AssetYearText
    compute AssetYear = function numval(AssetYearText)
    call "ArchiveAssetRegister" using AssetYearText
    open i-o AssetsFile
        move low-values to AssetID of AssetRecord
        start AssetsFile key is greater than AssetID of AssetRecord
            invalid key set EndOfAssetsFile to true
        end-start
        if not EndOfAssetsFile
            read AssetsFile next record
                at end set EndOfAssetsFile to true
            end-read
        end-if
        perform until EndOfAssetsFile
            if AssetInUse of AssetRecord
                call "CalculateAssetDepreciation" using AssetRecord,
                    AssetYear, AssetOpeningValue, AssetYearCharge,
                    AssetClosingValue
                add 1 to AssetsCarried
                add AssetClosingValue to AssetsCarriedValue
            else
                delete AssetsFile record
                add 1 to AssetsRetired
            end-if
            read AssetsFile next record
                at end set EndOfAssetsFile to true
            end-read
        end-perform
    close AssetsFile
    move AssetsCarriedValue to AssetValueDisplay
    display "Fixed assets carried forward: " AssetsCarried
        " written down to $" AssetValueDisplay
        " (" AssetsRetired " disposed of and retired)"
    .

ArchiveIncidentYear section.
    *> Case counts are wanted next spring for the safety advisory pack
    move function current-date(1:4) to IncidentYearText
    call "ArchiveIncidentCases" using IncidentYearText
    .

ArchiveTravelYear section.
    *> Travel, vehicle and shuttle files are about to be emptied
    move function current-date(1:4) to TravelYearText
    call "ArchiveTravelTotals" using TravelYearText, AttendeeFileName
    .

EmptyTransactionalFiles section.
    perform varying LogFileIndex from 1 by 1 until LogFileIndex > 77
        call "CBL_DELETE_FILE" using LogFileName(LogFileIndex)
    end-perform
    display "Transactional logs emptied"
    .

ResetSourceSpend section.
    *> Booking sources carry over for the new year's bookings; their
    *> spend starts again from nothing
    open i-o SourcesFile
        move low-values to SourceCode of SourceRecord
        start SourcesFile key is greater than SourceCode of SourceRecord
            invalid key set EndOfSourcesFile to true
        end-start
        if not EndOfSourcesFile
            read SourcesFile next record
                at end set EndOfSourcesFile to true
            end-read
        end-if
        perform until EndOfSourcesFile
            move zero to SourceSpend of SourceRecord
            rewrite SourceRecord
            read SourcesFile next record
                at end set EndOfSourcesFile to true
            end-read
        end-perform
    close SourcesFile
    display "Booking sources carried forward with spend reset"
    .

ResetTraderYear section.
    open i-o TradersFile
        move low-values to TraderID of TraderFileRecord
    close TradersFile
    display "Traders carried forward with fees and insurance reset: "
        TradersReset

    *> Agreed commission rates carry over; the declarations do not
    open i-o CommissionsFile
        move low-values to CommissionTraderID of CommissionRecord
        start CommissionsFile key is greater than
            CommissionTraderID of CommissionRecord
            invalid key set EndOfCommissionsFile to true
        end-start
        if not EndOfCommissionsFile
            read CommissionsFile next record
                at end set EndOfCommissionsFile to true
            end-read
        end-if
        perform until EndOfCommissionsFile
            move zero to CommissionTurnover of CommissionRecord
            move spaces to CommissionDeclaredDate of CommissionRecord
            move zero to CommissionDue of CommissionRecord
            move zero to CommissionPaid of CommissionRecord
            rewrite CommissionRecord
            read CommissionsFile next record
                at end set EndOfCommissionsFile to true
            end-read
        end-perform
    close CommissionsFile
    .

StartFreshAttendeeFile section.
