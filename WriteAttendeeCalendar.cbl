identification division.
program-id. WriteAttendeeCalendar is initial.

environment division.
input-output section.
    file-control.
        select optional SignupsFile assign to SignupFileName
            organization is indexed
            access mode is dynamic
            record key is WorkshopSignupKey
            file status is SignupStatus.

        select optional WorkshopsFile assign to WorkshopFileName
            organization is indexed
            access mode is dynamic
            record key is SessionID
            file status is WorkshopStatus.

        select optional MealOrdersFile assign to MealOrderFileName
            organization is indexed
            access mode is dynamic
            record key is MealOrderKey
            file status is MealOrderStatus.

        select optional VolunteersFile assign to VolunteerFileName
            organization is indexed
            access mode is dynamic
            record key is VolunteerAuthCode
            file status is VolunteerStatus.

        select optional DutiesFile assign to DutyFileName
            organization is indexed
            access mode is dynamic
            record key is DutyAuthCode
            file status is DutyStatus.

        select optional SlotsFile assign to SlotFileName
            organization is indexed
            access mode is dynamic
            record key is DutySlotID
            file status is SlotStatus.

        select CalendarFile assign to CalendarFileName
            organization is line sequential
            file status is CalendarStatus.

data division.
file section.
    fd SignupsFile.
        copy WorkshopSignup replacing WorkshopSignup by
            ==SignupRecord.
            88 EndOfSignupsFile value high-values==.

    fd WorkshopsFile.
        copy WorkshopSession replacing WorkshopSession by
            ==WorkshopRecord.
            88 EndOfWorkshopsFile value high-values==.

    fd MealOrdersFile.
        copy MealOrder replacing MealOrder by
            ==MealOrderRecord.
            88 EndOfMealOrdersFile value high-values==.

    fd VolunteersFile.
        copy Volunteer replacing Volunteer by
            ==VolunteerRecord.
            88 EndOfVolunteersFile value high-values==.

    fd DutiesFile.
        copy CampDuty replacing CampDuty by
            ==DutyRecord.
            88 EndOfDutiesFile value high-values==.

    fd SlotsFile.
        copy DutySlot replacing DutySlot by
            ==SlotRecord.
            88 EndOfSlotsFile value high-values==.

    fd CalendarFile
        record contains 100 characters.
        01 CalendarLine pic x(100).

working-storage section.
    01 SignupStatus pic x(2).
    01 WorkshopStatus pic x(2).
    01 MealOrderStatus pic x(2).
    01 VolunteerStatus pic x(2).
    01 DutyStatus pic x(2).
    01 SlotStatus pic x(2).
    01 CalendarStatus pic x(2).

    01 SignupFileName pic x(24) value "workshop-signups.dat".
    01 WorkshopFileName pic x(20) value "workshops.dat".
    01 MealOrderFileName pic x(20) value "meal-orders.dat".
    01 VolunteerFileName pic x(20) value "volunteers.dat".
    01 DutyFileName pic x(20) value "camp-duties.dat".
    01 SlotFileName pic x(20) value "duty-slots.dat".
    01 CalendarFileName pic x(24) value spaces.

    copy Attendee replacing Attendee by ==CalendarAttendee==.
    copy EventCalendarTable.
    copy ProgrammeTimes.

    01 SlotDay pic x(3) value spaces.
    01 SlotStart pic x(4) value spaces.
    01 SlotEnd pic x(4) value spaces.
    01 ArrivalIndex pic 9 value zero.
    01 DepartureIndex pic 9 value zero.
    01 DayIndex pic 9 value zero.
    01 EventsWritten pic 99 value zero.
    01 DutyName pic x(16) value spaces.
    01 NowStamp pic x(15) value spaces.

    01 CalendarEvent.
        05 CalEventUid      pic x(30).
        05 CalEventDay      pic x(3).
        05 CalEventTime     pic x(20).
        05 CalEventSummary  pic x(60).
        05 CalEventLocation pic x(30).
    01 CalEventDate pic x(8) value spaces.
    01 CalEventNextDate pic 9(8) value zero.
    01 CalEventStart pic x(4) value spaces.
    01 CalEventEnd pic x(4) value spaces.
    01 CalendarText pic x(60) value spaces.
    01 CalendarTextLength pic 99 value zero.
    01 CalendarCharIdx pic 99 value zero.
    01 CalendarPointer pic 999 value 1.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 CalendarAuthCode pic x(6).

procedure division using AttendeeFileName, CalendarAuthCode.
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content CalendarAuthCode,
        by reference CalendarAttendee
    if AttendeeName of CalendarAttendee equal to high-values
        display "No attendee found for " CalendarAuthCode
        goback
    end-if
    call "LoadEventCalendar" using by reference EventCalendarTable,
        NumberOfEventDays
    move function current-date(1:15) to NowStamp

    move spaces to CalendarFileName
    string "calendar-" CalendarAuthCode ".ics"
        delimited by size into CalendarFileName
    open output CalendarFile
        move "BEGIN:VCALENDAR" to CalendarLine
        write CalendarLine
        move "VERSION:2.0" to CalendarLine
        write CalendarLine
        move "PRODID:-//HacktionLab//BarnCamp Attendee Management System//EN"
            to CalendarLine
        write CalendarLine
        move "CALSCALE:GREGORIAN" to CalendarLine
        write CalendarLine
        move spaces to CalendarLine
        string "X-WR-CALNAME:BarnCamp - "
            function trim(AttendeeName of CalendarAttendee)
            delimited by size into CalendarLine
        write CalendarLine

        perform AddArrivalEvent
        perform AddWorkshopEvents
        perform AddMealEvents
        perform AddKidsClubEvents
        perform AddShiftEvent
        perform AddDutyEvent

        move "END:VCALENDAR" to CalendarLine
        write CalendarLine
    close CalendarFile
    display "Calendar " function trim(CalendarFileName) " written with "
        EventsWritten " event(s)"
    goback
    .

AddArrivalEvent section.
    call "GetAttendeeArrivalSlot" using CalendarAuthCode,
        by reference SlotDay, SlotStart, SlotEnd
    initialize CalendarEvent
    string "ARRIVE-" CalendarAuthCode delimited by size into CalEventUid
    move "Main gate" to CalEventLocation
    if SlotStart not equal to spaces
        move SlotDay to CalEventDay
        string SlotStart "-" SlotEnd delimited by size into CalEventTime
        move "Arrive at BarnCamp - your gate slot" to CalEventSummary
    else
        move ArrivalDay of CalendarAttendee to CalEventDay
        move "12:00" to CalEventTime
        move "Arrive at BarnCamp - gate open from noon" to CalEventSummary
    end-if
    perform WriteCalendarEvent
    .

AddWorkshopEvents section.
    move low-values to WorkshopSignupKey of SignupRecord
    start SignupsFile key is greater than WorkshopSignupKey of SignupRecord
        invalid key set EndOfSignupsFile to true
    end-start
    open input SignupsFile
    open input WorkshopsFile
        if not EndOfSignupsFile
            read SignupsFile next record
                at end set EndOfSignupsFile to true
            end-read
        end-if
        perform until EndOfSignupsFile
            if SignupAuthCode of SignupRecord equal to CalendarAuthCode
                move SignupSessionID of SignupRecord
                    to SessionID of WorkshopRecord
                read WorkshopsFile
                    invalid key continue
                    not invalid key perform AddWorkshopEvent
                end-read
            end-if
            read SignupsFile next record
                at end set EndOfSignupsFile to true
            end-read
        end-perform
    close WorkshopsFile
    close SignupsFile
    .

AddWorkshopEvent section.
    initialize CalendarEvent
    string "WS-" SessionID of WorkshopRecord "-" CalendarAuthCode
        delimited by size into CalEventUid
    move SessionDay of WorkshopRecord to CalEventDay
    move SessionTimeSlot of WorkshopRecord to CalEventTime
    string "Workshop: " SessionTitle of WorkshopRecord
        delimited by size into CalEventSummary
    move SessionSpace of WorkshopRecord to CalEventLocation
    perform WriteCalendarEvent
    .

AddMealEvents section.
    move CalendarAuthCode to MealOrderAuthCode of MealOrderRecord
    move low-values to MealOrderDay of MealOrderRecord,
        MealOrderSitting of MealOrderRecord
    open input MealOrdersFile
        start MealOrdersFile key is greater than MealOrderKey of MealOrderRecord
            invalid key set EndOfMealOrdersFile to true
        end-start
        if not EndOfMealOrdersFile
            read MealOrdersFile next record
                at end set EndOfMealOrdersFile to true
            end-read
        end-if
        perform until EndOfMealOrdersFile
            or MealOrderAuthCode of MealOrderRecord not equal to
                CalendarAuthCode
            set ProgrammeTimeIdx to 1
            search ProgrammeTimeEntry
                at end continue
                when ProgrammeTimeKind(ProgrammeTimeIdx) equal to
                    MealOrderSitting of MealOrderRecord
                    initialize CalendarEvent
                    string "MEAL-" MealOrderDay of MealOrderRecord
                        MealOrderSitting of MealOrderRecord "-"
                        CalendarAuthCode delimited by size into CalEventUid
                    move MealOrderDay of MealOrderRecord to CalEventDay
                    move ProgrammeTimeRange(ProgrammeTimeIdx) to CalEventTime
                    string function trim(ProgrammeTimeName(ProgrammeTimeIdx))
                        " (meal ticket)" delimited by size into CalEventSummary
                    move "Dining marquee" to CalEventLocation
                    perform WriteCalendarEvent
            end-search
            read MealOrdersFile next record
                at end set EndOfMealOrdersFile to true
            end-read
        end-perform
    close MealOrdersFile
    .

AddKidsClubEvents section.
    *> Kids' club is open to every booked child on each day they are on site
    if NumberOfKids of CalendarAttendee equal to zero
        exit section
    end-if
    move zero to ArrivalIndex, DepartureIndex
    perform varying DayIndex from 1 by 1 until DayIndex > NumberOfEventDays
        if EventDayName(DayIndex) equal to ArrivalDay of CalendarAttendee
            move DayIndex to ArrivalIndex
        end-if
        if EventDayName(DayIndex) equal to DepartureDay of CalendarAttendee
            move DayIndex to DepartureIndex
        end-if
    end-perform
    if ArrivalIndex equal to zero
        move 1 to ArrivalIndex
    end-if
    if DepartureIndex equal to zero
        move NumberOfEventDays to DepartureIndex
    end-if
    perform varying DayIndex from ArrivalIndex by 1
        until DayIndex > DepartureIndex
        perform varying ProgrammeTimeIdx from 1 by 1 until ProgrammeTimeIdx > 5
            if ProgrammeTimeIsKidsClub(ProgrammeTimeIdx)
                initialize CalendarEvent
                set CalendarCharIdx to ProgrammeTimeIdx
                string "KIDS-" EventDayName(DayIndex) CalendarCharIdx "-"
                    CalendarAuthCode delimited by size into CalEventUid
                move EventDayName(DayIndex) to CalEventDay
                move ProgrammeTimeRange(ProgrammeTimeIdx) to CalEventTime
                string "Kids' club - "
                    function trim(ProgrammeTimeName(ProgrammeTimeIdx))
                    delimited by size into CalEventSummary
                move "Kids' tent" to CalEventLocation
                perform WriteCalendarEvent
            end-if
        end-perform
    end-perform
    .

AddShiftEvent section.
    open input VolunteersFile
        move CalendarAuthCode to VolunteerAuthCode of VolunteerRecord
        read VolunteersFile
            invalid key continue
            not invalid key
                initialize CalendarEvent
                string "SHIFT-" CalendarAuthCode delimited by size
                    into CalEventUid
                move ShiftDay of VolunteerRecord to CalEventDay
                move ShiftTimeSlot of VolunteerRecord to CalEventTime
                string "Volunteer shift: " ShiftRole of VolunteerRecord
                    delimited by size into CalEventSummary
                move "Volunteer hub" to CalEventLocation
                perform WriteCalendarEvent
        end-read
    close VolunteersFile
    .

AddDutyEvent section.
    open input DutiesFile
        move CalendarAuthCode to DutyAuthCode of DutyRecord
        read DutiesFile
            invalid key
                close DutiesFile
                exit section
        end-read
    close DutiesFile
    initialize SlotRecord
    open input SlotsFile
        move DutyAssignedSlot of DutyRecord to DutySlotID of SlotRecord
        read SlotsFile
            invalid key
                close SlotsFile
                exit section
        end-read
    close SlotsFile
    evaluate true
        when DutyIsWashingUp of SlotRecord move "washing up" to DutyName
        when DutyIsToilets of SlotRecord move "toilet cleaning" to DutyName
        when DutyIsKitchenPrep of SlotRecord move "kitchen prep" to DutyName
        when other move "camp duty" to DutyName
    end-evaluate
    initialize CalendarEvent
    string "DUTY-" CalendarAuthCode delimited by size into CalEventUid
    move DutySlotDay of SlotRecord to CalEventDay
    move DutySlotTime of SlotRecord to CalEventTime
    string "Camp duty: " function trim(DutyName)
        delimited by size into CalEventSummary
    perform WriteCalendarEvent
    .

WriteCalendarEvent section.
    *> Times with no clock time in them go in as all-day entries
    call "GetEventDayDate" using CalEventDay, by reference CalEventDate
    if CalEventDate equal to spaces
        exit section
    end-if
    call "GetSlotTimes" using CalEventTime,
        by reference CalEventStart, CalEventEnd
    add 1 to EventsWritten

    move "BEGIN:VEVENT" to CalendarLine
    write CalendarLine
    move spaces to CalendarLine
    string "UID:" function trim(CalEventUid) "@barncamp"
        delimited by size into CalendarLine
    write CalendarLine
    move spaces to CalendarLine
    string "DTSTAMP:" NowStamp(1:8) "T" NowStamp(9:6)
        delimited by size into CalendarLine
    write CalendarLine
    move spaces to CalendarLine
    if CalEventStart equal to spaces
        compute CalEventNextDate = function date-of-integer(
            function integer-of-date(function numval(CalEventDate)) + 1)
        string "DTSTART;VALUE=DATE:" CalEventDate
            delimited by size into CalendarLine
        write CalendarLine
        move spaces to CalendarLine
        string "DTEND;VALUE=DATE:" CalEventNextDate
            delimited by size into CalendarLine
        write CalendarLine
    else
        string "DTSTART:" CalEventDate "T" CalEventStart "00"
            delimited by size into CalendarLine
        write CalendarLine
        move spaces to CalendarLine
        string "DTEND:" CalEventDate "T" CalEventEnd "00"
            delimited by size into CalendarLine
        write CalendarLine
    end-if
    move spaces to CalendarLine
    move "SUMMARY:" to CalendarLine
    move 9 to CalendarPointer
    move CalEventSummary to CalendarText
    perform AppendCalendarText
    write CalendarLine
    if CalEventLocation not equal to spaces
        move spaces to CalendarLine
        move "LOCATION:" to CalendarLine
        move 10 to CalendarPointer
        move CalEventLocation to CalendarText
        perform AppendCalendarText
        write CalendarLine
    end-if
    move "END:VEVENT" to CalendarLine
    write CalendarLine
    .

AppendCalendarText section.
    *> Commas, semicolons and backslashes must be escaped in calendar text
    move zero to CalendarTextLength
    if CalendarText not equal to spaces
        move function length(function trim(CalendarText trailing))
            to CalendarTextLength
    end-if
    perform varying CalendarCharIdx from 1 by 1
        until CalendarCharIdx > CalendarTextLength
        if CalendarText(CalendarCharIdx:1) equal to ","
            or CalendarText(CalendarCharIdx:1) equal to ";"
            or CalendarText(CalendarCharIdx:1) equal to "\"
            string "\" delimited by size into CalendarLine
                with pointer CalendarPointer
        end-if
        string CalendarText(CalendarCharIdx:1) delimited by size
            into CalendarLine with pointer CalendarPointer
    end-perform
    .

end program WriteAttendeeCalendar.
