identification division.
program-id. GetSafetyAdvisoryPack is initial.

environment division.
input-output section.
    file-control.
        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode
            file status is AttendeeStatus.

        select optional VolunteersFile assign to VolunteerFileName
            organization is indexed
            access mode is dynamic
            record key is VolunteerAuthCode
            file status is VolunteerStatus.

        select optional QualificationsFile assign to QualificationFileName
            organization is indexed
            access mode is dynamic
            record key is QualificationKey
            file status is QualificationStatus.

        select optional VehiclesFile assign to VehicleFileName
            organization is indexed
            access mode is dynamic
            record key is VehicleAuthCode
            file status is VehicleStatus.

        select optional PitchesFile assign to PitchFileName
            organization is indexed
            access mode is dynamic
            record key is PitchNumber
            file status is PitchStatus.

        select optional IncidentArchiveFile assign to IncidentArchiveFileName
            organization is line sequential
            file status is IncidentArchiveStatus.

data division.
file section.
    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd VolunteersFile.
        copy Volunteer replacing Volunteer by
            ==VolunteerRecord.
            88 EndOfVolunteersFile value high-values==.

    fd QualificationsFile.
        copy VolunteerQualification replacing VolunteerQualification by
            ==QualificationRecord.
            88 EndOfQualificationsFile value high-values==.

    fd VehiclesFile.
        copy VehiclePass replacing VehiclePass by
            ==VehicleRecord.
            88 EndOfVehiclesFile value high-values==.

    fd PitchesFile.
        copy PitchRecord replacing PitchRecord by
            ==PitchFileRecord.
            88 EndOfPitchesFile value high-values==.

    fd IncidentArchiveFile.
        copy IncidentArchiveLine.

working-storage section.
    01 AttendeeStatus pic x(2).
    01 VolunteerStatus pic x(2).
    01 QualificationStatus pic x(2).
    01 VehicleStatus pic x(2).
    01 PitchStatus pic x(2).
    01 IncidentArchiveStatus pic x(2).
        88 IncidentArchiveOk      values "00", "05".
        88 IncidentArchiveEof     value "10".
        88 IncidentArchiveMissing value "35".

    01 VolunteerFileName pic x(20) value "volunteers.dat".
    01 QualificationFileName pic x(24) value "volunteer-quals.dat".
    01 VehicleFileName pic x(20) value "vehicles.dat".
    01 PitchFileName pic x(20) value "pitches.dat".
    01 IncidentArchiveFileName pic x(24) value spaces.

    copy SiteCapacity.
    copy PricingTable.
    copy EventWindow.
    copy StaffingRatio.
    copy EventCalendarTable.
    copy NightCapacityTable.

    01 NumberOfNights pic 9 value zero.
    01 NightIndex pic 9 value zero.
    01 ArrivalDayIndex pic 9 value zero.
    01 DepartureDayIndex pic 9 value zero.
    01 PartySize pic 99 value zero.
    01 DayFigures.
        05 DayFigure occurs 7 times.
            10 DayBookedOvernight pic 9(5).
            10 DayKidsOvernight   pic 9(5).
            10 DayVisitorsBooked  pic 9(5).
            10 DayForecastPeak    pic 9(5).
            10 DayVolunteers      pic 9(4).
            10 DayFirstAiders     pic 9(4).
            10 DaySafeguarders    pic 9(4).

    01 TotalAdultsBooked pic 9(5) value zero.
    01 TotalKidsBooked pic 9(5) value zero.
    01 MaximumKidsForAdults pic 9(6) value zero.
    01 PeoplePerVolunteer pic 9(5) value zero.
    01 ValidFirstAidCerts pic 9(4) value zero.
    01 ValidDbsChecks pic 9(4) value zero.
    01 QualValidFlag pic 9 value zero.
        88 QualIsValidForEvent value 1.

    01 VehicleCounts.
        05 CarsBooked       pic 9(4).
        05 VansBooked       pic 9(4).
        05 MotorhomesBooked pic 9(4).
        05 MotorbikesBooked pic 9(4).
        05 LiveInVehicles   pic 9(4).
        05 VehiclesBooked   pic 9(4).

    01 ZoneTable.
        05 NumberOfZones pic 99 value zero.
        05 ZoneEntry occurs 30 times indexed by ZoneIdx.
            10 ZoneEntryName     pic x(10).
            10 ZoneTents         pic 9(4).
            10 ZoneCamperVans    pic 9(4).
            10 ZoneBunkBeds      pic 9(4).
            10 ZoneCapacity      pic 9(5).
    01 ZoneFoundFlag pic 9 value zero.
        88 ZoneWasFound value 1.
    01 PitchCapacityTotal pic 9(5) value zero.

    01 ArchiveYear pic 9(4) value zero.
    01 IncidentCategoryTable.
        05 IncidentCategoryCount pic 9(4) occurs 5 times.
    01 IncidentHighSeverity pic 9(4) value zero.
    01 IncidentTotal pic 9(4) value zero.

    01 RisksHeld pic 9(4) value zero.
    01 HighResidualRisks pic 9(4) value zero.
    01 HighRisksUnowned pic 9(4) value zero.
    01 HighRisksOverdue pic 9(4) value zero.
    01 RiskReviewsOverdue pic 9(4) value zero.

    01 StatusText pic x(14) value spaces.
    01 NumberDisplay pic zzzz9 value zero.
    copy ReportWriterRequest.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    call "LoadEventCalendar" using by reference EventCalendarTable, NumberOfEventDays
    call "LoadEventParameters" using
        by reference PricingTable, SiteCapacity, EventWindowClosedDate,
        MaximumKidsPerAdult
    call "LoadNightCapacities" using by reference EventCalendarTable,
        NumberOfEventDays, NightCapacityTable
    move NumberOfEventDays to NumberOfNights
    initialize DayFigures, VehicleCounts, ZoneTable, IncidentCategoryTable

    perform TallyBookings
    perform TallyVolunteerCover
    perform TallyVehicles
    perform TallyPitchLayout
    perform TallyLastYearIncidents

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "SAFETY ADVISORY GROUP - EVENT DATA PACK" to ReportTitle
    move "spool-sagpack.txt" to ReportSpoolName
    move AttendeeFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    perform PrintCapacitySection
    perform PrintRatioSection
    perform PrintCoverSection
    perform PrintVehicleSection
    perform PrintPitchSection
    perform PrintIncidentSection
    perform PrintRiskSection

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    *> The full register goes with the pack as its own printout
    call "GetRiskRegisterReport"
    goback
    .

TallyBookings section.
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key set EndOfAttendeesFile to true
    end-start
    open input AttendeesFile
        if not EndOfAttendeesFile
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-if
        perform until EndOfAttendeesFile
            if AttendeeComing of AttendeeRecord
                or AttendeeArrived of AttendeeRecord
                perform TallyOneBooking
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile

    perform varying NightIndex from 1 by 1 until NightIndex > NumberOfNights
        compute DayForecastPeak(NightIndex) = DayBookedOvernight(NightIndex)
            + DayVisitorsBooked(NightIndex)
    end-perform
    .

TallyOneBooking section.
    compute PartySize = 1 + NumberOfKids of AttendeeRecord
    add 1 to TotalAdultsBooked
    add NumberOfKids of AttendeeRecord to TotalKidsBooked
    perform FindStayDays
    if TicketIsDayVisitor of AttendeeRecord
        add PartySize to DayVisitorsBooked(ArrivalDayIndex)
        exit section
    end-if
    perform varying NightIndex from 1 by 1 until NightIndex > NumberOfNights
        if ArrivalDayIndex <= NightIndex and DepartureDayIndex > NightIndex
            add PartySize to DayBookedOvernight(NightIndex)
            add NumberOfKids of AttendeeRecord to DayKidsOvernight(NightIndex)
        end-if
    end-perform
    .

FindStayDays section.
    set EventDayIdx to 1
    search EventDayName
        at end move 1 to ArrivalDayIndex
        when EventDayName(EventDayIdx) equal to ArrivalDay of AttendeeRecord
            set ArrivalDayIndex to EventDayIdx
    end-search
    if DepartureDay of AttendeeRecord equal to spaces
        compute DepartureDayIndex = NumberOfNights + 1
    else
        set EventDayIdx to 1
        search EventDayName
            at end compute DepartureDayIndex = NumberOfNights + 1
            when EventDayName(EventDayIdx) equal to DepartureDay of AttendeeRecord
                set DepartureDayIndex to EventDayIdx
        end-search
    end-if
    .

TallyVolunteerCover section.
    move low-values to VolunteerAuthCode of VolunteerRecord
    start VolunteersFile key is greater than VolunteerAuthCode of VolunteerRecord
        invalid key set EndOfVolunteersFile to true
    end-start
    open input VolunteersFile
    open input QualificationsFile
        if not EndOfVolunteersFile
            read VolunteersFile next record
                at end set EndOfVolunteersFile to true
            end-read
        end-if
        perform until EndOfVolunteersFile
            if VolunteerRostered of VolunteerRecord
                or VolunteerOnShift of VolunteerRecord
                perform TallyOneVolunteer
            end-if
            read VolunteersFile next record
                at end set EndOfVolunteersFile to true
            end-read
        end-perform
    close QualificationsFile
    close VolunteersFile
    .

TallyOneVolunteer section.
    move zero to NightIndex
    set EventDayIdx to 1
    search EventDayName
        at end continue
        when EventDayName(EventDayIdx) equal to ShiftDay of VolunteerRecord
            set NightIndex to EventDayIdx
    end-search
    if NightIndex equal to zero
        exit section
    end-if
    add 1 to DayVolunteers(NightIndex)

    move VolunteerAuthCode of VolunteerRecord to QualAuthCode of QualificationRecord
    set QualIsFirstAid of QualificationRecord to true
    perform CheckQualification
    if QualIsValidForEvent
        add 1 to DayFirstAiders(NightIndex)
        add 1 to ValidFirstAidCerts
    end-if
    move VolunteerAuthCode of VolunteerRecord to QualAuthCode of QualificationRecord
    set QualIsDbsCheck of QualificationRecord to true
    perform CheckQualification
    if QualIsValidForEvent
        add 1 to DaySafeguarders(NightIndex)
        add 1 to ValidDbsChecks
    end-if
    .

CheckQualification section.
    *> A certificate only counts if it lasts the whole event
    move zero to QualValidFlag
    read QualificationsFile
        invalid key continue
        not invalid key
            if QualExpiryDate of QualificationRecord > EventWindowClosedDate
                set QualIsValidForEvent to true
            end-if
    end-read
    .

TallyVehicles section.
    move low-values to VehicleAuthCode of VehicleRecord
    start VehiclesFile key is greater than VehicleAuthCode of VehicleRecord
        invalid key set EndOfVehiclesFile to true
    end-start
    open input VehiclesFile
        if not EndOfVehiclesFile
            read VehiclesFile next record
                at end set EndOfVehiclesFile to true
            end-read
        end-if
        perform until EndOfVehiclesFile
            add 1 to VehiclesBooked
            evaluate true
                when VehicleIsCar of VehicleRecord add 1 to CarsBooked
                when VehicleIsVan of VehicleRecord add 1 to VansBooked
                when VehicleIsMotorhome of VehicleRecord add 1 to MotorhomesBooked
                when VehicleIsMotorbike of VehicleRecord add 1 to MotorbikesBooked
            end-evaluate
            if VehicleIsLiveIn of VehicleRecord
                add 1 to LiveInVehicles
            end-if
            read VehiclesFile next record
                at end set EndOfVehiclesFile to true
            end-read
        end-perform
    close VehiclesFile
    .

TallyPitchLayout section.
    move low-values to PitchNumber of PitchFileRecord
    start PitchesFile key is greater than PitchNumber of PitchFileRecord
        invalid key set EndOfPitchesFile to true
    end-start
    open input PitchesFile
        if not EndOfPitchesFile
            read PitchesFile next record
                at end set EndOfPitchesFile to true
            end-read
        end-if
        perform until EndOfPitchesFile
            perform FindPitchZone
            if ZoneWasFound
                evaluate true
                    when PitchIsTent of PitchFileRecord
                        add 1 to ZoneTents(ZoneIdx)
                    when PitchIsCamperVan of PitchFileRecord
                        add 1 to ZoneCamperVans(ZoneIdx)
                    when PitchIsBunkhouseBed of PitchFileRecord
                        add 1 to ZoneBunkBeds(ZoneIdx)
                end-evaluate
                add PitchCapacity of PitchFileRecord to ZoneCapacity(ZoneIdx)
            end-if
            add PitchCapacity of PitchFileRecord to PitchCapacityTotal
            read PitchesFile next record
                at end set EndOfPitchesFile to true
            end-read
        end-perform
    close PitchesFile
    .

FindPitchZone section.
    move zero to ZoneFoundFlag
    set ZoneIdx to 1
    search ZoneEntry
        at end continue
        when ZoneIdx > NumberOfZones
            continue
        when ZoneEntryName(ZoneIdx) equal to PitchZone of PitchFileRecord
            set ZoneWasFound to true
    end-search
    if ZoneWasFound
        exit section
    end-if
    if NumberOfZones < 30
        add 1 to NumberOfZones
        set ZoneIdx to NumberOfZones
        move PitchZone of PitchFileRecord to ZoneEntryName(ZoneIdx)
        set ZoneWasFound to true
    end-if
    .

TallyLastYearIncidents section.
    compute ArchiveYear = function numval(function current-date(1:4)) - 1
    string "incident-cases-" ArchiveYear ".dat"
        delimited by size into IncidentArchiveFileName
    open input IncidentArchiveFile
    if IncidentArchiveMissing
        close IncidentArchiveFile
    else
        read IncidentArchiveFile
            at end set IncidentArchiveEof to true
        end-read
        perform until IncidentArchiveEof
            perform TallyOneArchivedCase
            read IncidentArchiveFile
                at end set IncidentArchiveEof to true
            end-read
        end-perform
        close IncidentArchiveFile
    end-if
    .

TallyOneArchivedCase section.
    add 1 to IncidentTotal
    evaluate ArchivedCaseCategory
        when "MEDICAL"      add 1 to IncidentCategoryCount(1)
        when "SAFEGUARDING" add 1 to IncidentCategoryCount(2)
        when "BEHAVIOUR"    add 1 to IncidentCategoryCount(3)
        when "SITE"         add 1 to IncidentCategoryCount(4)
        when other          add 1 to IncidentCategoryCount(5)
    end-evaluate
    if ArchivedCaseSeverity equal to "H"
        add 1 to IncidentHighSeverity
    end-if
    .

PrintCapacitySection section.
    move "1. LICENSED CAPACITY AGAINST BOOKED AND FORECAST PEAK ON SITE"
        to ReportLineText
    perform EmitLine
    move "Day  Licensed  Overnight  Day visitors  Forecast peak  Status"
        to ReportLineText
    perform EmitLine
    perform varying NightIndex from 1 by 1 until NightIndex > NumberOfNights
        set EventDayIdx to NightIndex
        if DayForecastPeak(NightIndex) > NightCapacity(NightIndex)
            move "OVER CAPACITY" to StatusText
        else
            move "ok" to StatusText
        end-if
        string EventDayName(EventDayIdx) "  " NightCapacity(NightIndex)
            "      " DayBookedOvernight(NightIndex) "      "
            DayVisitorsBooked(NightIndex) "         "
            DayForecastPeak(NightIndex) "          " StatusText
            delimited by size into ReportLineText
        perform EmitLine
    end-perform
    move "Figures are people, children included; non-attendees signed in on"
        to ReportLineText
    perform EmitLine
    move "the day (contractors, drivers, trader staff) come on top."
        to ReportLineText
    perform EmitLine
    perform EmitLine
    .

PrintRatioSection section.
    move "2. ADULT:CHILD AND STEWARD RATIOS" to ReportLineText
    perform EmitLine
    compute MaximumKidsForAdults = TotalAdultsBooked * MaximumKidsPerAdult
    if TotalKidsBooked > MaximumKidsForAdults
        move "BELOW POLICY" to StatusText
    else
        move "ok" to StatusText
    end-if
    string "Adults booked " TotalAdultsBooked "  children " TotalKidsBooked
        "  policy 1 adult per " MaximumKidsPerAdult " children  " StatusText
        delimited by size into ReportLineText
    perform EmitLine
    move "Day  Children  Volunteers  People per volunteer" to ReportLineText
    perform EmitLine
    perform varying NightIndex from 1 by 1 until NightIndex > NumberOfNights
        set EventDayIdx to NightIndex
        if DayVolunteers(NightIndex) > zero
            compute PeoplePerVolunteer rounded = DayForecastPeak(NightIndex)
                / DayVolunteers(NightIndex)
            move PeoplePerVolunteer to NumberDisplay
        else
            move zero to NumberDisplay
        end-if
        string EventDayName(EventDayIdx) "  " DayKidsOvernight(NightIndex)
            "     " DayVolunteers(NightIndex) "        " NumberDisplay
            delimited by size into ReportLineText
        if DayVolunteers(NightIndex) equal to zero
            move "  (nobody rostered)" to ReportLineText(44:19)
        end-if
        perform EmitLine
    end-perform
    perform EmitLine
    .

PrintCoverSection section.
    move "3. FIRST AID AND SAFEGUARDING COVER (volunteers rostered that day)"
        to ReportLineText
    perform EmitLine
    move "Day  First aid  DBS checked" to ReportLineText
    perform EmitLine
    perform varying NightIndex from 1 by 1 until NightIndex > NumberOfNights
        set EventDayIdx to NightIndex
        string EventDayName(EventDayIdx) "  " DayFirstAiders(NightIndex)
            "       " DaySafeguarders(NightIndex)
            delimited by size into ReportLineText
        if DayFirstAiders(NightIndex) equal to zero
            move "  ** NO FIRST AID COVER **" to ReportLineText(28:26)
        end-if
        perform EmitLine
    end-perform
    string "Certificates valid past " EventWindowClosedDate ": first aid "
        ValidFirstAidCerts "  DBS " ValidDbsChecks
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    .

PrintVehicleSection section.
    move "4. VEHICLES AND LIVE-IN" to ReportLineText
    perform EmitLine
    string "Vehicle passes " VehiclesBooked "  cars " CarsBooked
        "  vans " VansBooked "  motorhomes " MotorhomesBooked
        "  motorbikes " MotorbikesBooked
        delimited by size into ReportLineText
    perform EmitLine
    string "Live-in vehicles " LiveInVehicles
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    .

PrintPitchSection section.
    move "5. PITCH LAYOUT" to ReportLineText
    perform EmitLine
    move "Zone        Tents  Vans  Bunks  Capacity" to ReportLineText
    perform EmitLine
    perform varying ZoneIdx from 1 by 1 until ZoneIdx > NumberOfZones
        string ZoneEntryName(ZoneIdx) "  " ZoneTents(ZoneIdx) "  "
            ZoneCamperVans(ZoneIdx) "  " ZoneBunkBeds(ZoneIdx) "   "
            ZoneCapacity(ZoneIdx)
            delimited by size into ReportLineText
        perform EmitLine
    end-perform
    if NumberOfZones equal to zero
        move "(no pitches registered)" to ReportLineText
        perform EmitLine
    end-if
    string "Total pitch capacity " PitchCapacityTotal
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    .

PrintIncidentSection section.
    string "6. INCIDENTS AT LAST YEAR'S EVENT (" ArchiveYear ")"
        delimited by size into ReportLineText
    perform EmitLine
    if IncidentTotal equal to zero
        string "(no incident archive " function trim(IncidentArchiveFileName)
            " or no cases in it)"
            delimited by size into ReportLineText
        perform EmitLine
        exit section
    end-if
    string "Medical " IncidentCategoryCount(1)
        "  Safeguarding " IncidentCategoryCount(2)
        "  Behaviour " IncidentCategoryCount(3)
        "  Site " IncidentCategoryCount(4)
        "  Other " IncidentCategoryCount(5)
        delimited by size into ReportLineText
    perform EmitLine
    string "Total " IncidentTotal "  of which high severity "
        IncidentHighSeverity
        delimited by size into ReportLineText
    perform EmitLine
    .

PrintRiskSection section.
    call "GetRiskRegisterStats" using by reference RisksHeld,
        HighResidualRisks, HighRisksUnowned, HighRisksOverdue,
        RiskReviewsOverdue
    perform EmitLine
    move "7. RISK ASSESSMENT REGISTER (full register in spool-risks.txt)"
        to ReportLineText
    perform EmitLine
    string "Risks assessed " RisksHeld "  high residual " HighResidualRisks
        "  reviews overdue " RiskReviewsOverdue
        delimited by size into ReportLineText
    perform EmitLine
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetSafetyAdvisoryPack.
