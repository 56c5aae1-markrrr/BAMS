    01 ArrivalDayIndex pic 9 value zero.
    01 DepartureDayIndex pic 9 value zero.
    01 NightIndex pic 9 value zero.
    01 VisitorsOnSite pic 9(4) value zero.
    01 ContractorsOnSite pic 9(4) value zero.
    01 DriversOnSite pic 9(4) value zero.
    01 TraderStaffOnSite pic 9(4) value zero.
    01 GuestsOnSite pic 9(4) value zero.
    01 CurrentDayOfWeek pic 9 value zero.
    01 DaysOfTheWeek value "MonTueWedThuFriSatSun".
        02 DayOfTheWeek pic x(3) occurs 7 times.
    01 TonightWithVisitors pic 9(4) value zero.
    copy ReportWriterRequest.
    copy NightlyExtractRequest.
    copy NightlyExtract.
    01 NightlyExtractFileName pic x(20) value "nightly-extract.dat".

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
        NumberOfEventDays, NightCapacityTable
    move NumberOfEventDays to NumberOfNights
    initialize NightHeadcounts
    if AttendeeFileName equal to NightlyExtractFileName
        perform TallyFromNightlyExtract
    else
        perform TallyFromAttendeesFile
    end-if
    perform PrintReport
    goback
    .

TallyFromAttendeesFile section.
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            perform TallyIfStaying
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    .

TallyFromNightlyExtract section.
    move "OPEN" to ExtractAction
    move AttendeeFileName to ExtractFileName
    call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
    perform NextExtractAttendee
    perform until not ExtractRecordReturned
        perform TallyIfStaying
        perform NextExtractAttendee
    end-perform
    .

NextExtractAttendee section.
    move "NEXT" to ExtractAction
    call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
    if ExtractRecordReturned
        move ExtractAttendeeImage to AttendeeRecord
    end-if
    .

TallyIfStaying section.
    if (AttendeeComing of AttendeeRecord
        or AttendeeArrived of AttendeeRecord)
        and not TicketIsDayVisitor of AttendeeRecord
        perform TallyAttendeeNights
    end-if
    .

TallyAttendeeNights section.
        end-if
        call "ReportWriter" using ReportWriterRequest
    end-perform
    perform PrintNonAttendeeSection

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    .

PrintNonAttendeeSection section.
    call "GetSiteVisitorsOnSite" using by reference VisitorsOnSite,
        ContractorsOnSite, DriversOnSite, TraderStaffOnSite, GuestsOnSite
    move spaces to ReportLineText
    call "ReportWriter" using ReportWriterRequest
    move "NON-ATTENDEES SIGNED IN NOW (not in the booked figures above)"
        to ReportLineText
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    string "Contractors " ContractorsOnSite "  Drivers " DriversOnSite
        "  Trader staff " TraderStaffOnSite "  Guests " GuestsOnSite
        "  Total " VisitorsOnSite
        delimited by size into ReportLineText
    call "ReportWriter" using ReportWriterRequest

    *> Tonight's fire capacity has to allow for whoever is still signed in
    accept CurrentDayOfWeek from day-of-week
    set EventDayIdx to 1
    search EventDayName
        at end continue
        when EventDayName(EventDayIdx) equal to DayOfTheWeek(CurrentDayOfWeek)
            set NightIndex to EventDayIdx
            compute TonightWithVisitors =
                NightHeadcount(NightIndex) + VisitorsOnSite
            move spaces to ReportLineText
            if TonightWithVisitors > NightCapacity(NightIndex)
                string "Tonight (" EventDayName(EventDayIdx)
                    ") with non-attendees: " TonightWithVisitors
                    " of " NightCapacity(NightIndex) "  OVER CAPACITY"
                    delimited by size into ReportLineText
            else
                string "Tonight (" EventDayName(EventDayIdx)
                    ") with non-attendees: " TonightWithVisitors
                    " of " NightCapacity(NightIndex) "  ok"
                    delimited by size into ReportLineText
            end-if
            call "ReportWriter" using ReportWriterRequest
    end-search
    .

end program GetNightlyHeadcountReport.
