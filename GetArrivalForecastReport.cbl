            record key is AuthCode
            file status is AttendeeStatus.

        select optional ArrivalSlotsFile assign to ArrivalSlotFileName
            organization is indexed
            access mode is dynamic
            record key is ArrivalSlotKey
            file status is ArrivalSlotStatus.

data division.
file section.
    fd AttendeesFile.
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd ArrivalSlotsFile.
        copy ArrivalSlot replacing ArrivalSlot by
            ==ArrivalSlotRecord.
            88 EndOfArrivalSlotsFile value high-values==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        05 DayForecast occurs 7 times.
            10 ForecastPeople pic 9(4).
            10 ForecastKids   pic 9(4).
            10 ForecastNoSlot pic 9(4).

    01 ArrivalSlotStatus pic x(2).
    01 ArrivalSlotFileName pic x(20) value "arrival-slots.dat".
    01 SlotForecasts.
        05 NumberOfSlots pic 999 value zero.
        05 SlotForecast occurs 168 times indexed by SlotIdx.
            10 ForecastSlotDay      pic x(3).
            10 ForecastSlotStart    pic x(4).
            10 ForecastSlotEnd      pic x(4).
            10 ForecastSlotCapacity pic 999.
            10 ForecastSlotBooked   pic 9(4).
    01 DaySlotCount pic 999 value zero.
    01 HeldDay pic x(3) value spaces.
    01 HeldStart pic x(4) value spaces.
    01 HeldEnd pic x(4) value spaces.
    01 OverFlag pic x(4) value spaces.
    copy NightlyExtractRequest.
    copy NightlyExtract.
    01 NightlyExtractFileName pic x(20) value "nightly-extract.dat".

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
procedure division using AttendeeFileName.
    call "LoadEventCalendar" using by reference EventCalendarTable, NumberOfEventDays
    initialize DayForecasts
    perform LoadArrivalSlots
    if AttendeeFileName equal to NightlyExtractFileName
        perform CountFromNightlyExtract
    else
        perform CountFromAttendeesFile
    end-if
    perform PrintReport
    goback
    .

CountFromAttendeesFile section.
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            perform CountAttendeeArrival
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    .

CountFromNightlyExtract section.
    move "OPEN" to ExtractAction
    move AttendeeFileName to ExtractFileName
    call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
    perform NextExtractAttendee
    perform until not ExtractRecordReturned
        perform CountAttendeeArrival
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

CountAttendeeArrival section.
    if AttendeeComing of AttendeeRecord or AttendeeArrived of AttendeeRecord
        set EventDayIdx to 1
        search EventDayName
            at end continue
            when EventDayName(EventDayIdx) equal to ArrivalDay of AttendeeRecord
                add 1 to ForecastPeople(EventDayIdx)
                add NumberOfKids of AttendeeRecord to ForecastKids(EventDayIdx)
                perform CountIntoSlot
        end-search
    end-if
    .

PrintReport section.
    display "-----  ------  ----"
    perform varying EventDayIdx from 1 by 1 until EventDayIdx > NumberOfEventDays
        display EventDayName(EventDayIdx) "  " ForecastPeople(EventDayIdx) "    " ForecastKids(EventDayIdx)
        perform PrintDaySlots
    end-perform
    .

PrintDaySlots section.
    move zero to DaySlotCount
    perform varying SlotIdx from 1 by 1 until SlotIdx > NumberOfSlots
        if ForecastSlotDay(SlotIdx) equal to EventDayName(EventDayIdx)
            add 1 to DaySlotCount
            if ForecastSlotBooked(SlotIdx) > ForecastSlotCapacity(SlotIdx)
                move "OVER" to OverFlag
            else
                move spaces to OverFlag
            end-if
            display "   slot " ForecastSlotStart(SlotIdx) "-"
                ForecastSlotEnd(SlotIdx) "  booked " ForecastSlotBooked(SlotIdx)
                " of " ForecastSlotCapacity(SlotIdx) "  " OverFlag
        end-if
    end-perform
    if DaySlotCount > zero
        display "   (no slot)       " ForecastNoSlot(EventDayIdx)
    end-if
    .

CountIntoSlot section.
    call "GetAttendeeArrivalSlot" using AuthCode of AttendeeRecord,
        by reference HeldDay, HeldStart, HeldEnd
    if HeldStart equal to spaces
        or HeldDay not equal to ArrivalDay of AttendeeRecord
        add 1 to ForecastNoSlot(EventDayIdx)
        exit section
    end-if
    set SlotIdx to 1
    search SlotForecast
        at end add 1 to ForecastNoSlot(EventDayIdx)
        when SlotIdx > NumberOfSlots
            add 1 to ForecastNoSlot(EventDayIdx)
        when ForecastSlotDay(SlotIdx) equal to HeldDay
            and ForecastSlotStart(SlotIdx) equal to HeldStart
            add 1 to ForecastSlotBooked(SlotIdx)
    end-search
    .

LoadArrivalSlots section.
    move zero to NumberOfSlots
    move low-values to ArrivalSlotKey of ArrivalSlotRecord
    start ArrivalSlotsFile key is greater than
        ArrivalSlotKey of ArrivalSlotRecord
        invalid key set EndOfArrivalSlotsFile to true
    end-start
    open input ArrivalSlotsFile
        if not EndOfArrivalSlotsFile
            read ArrivalSlotsFile next record
                at end set EndOfArrivalSlotsFile to true
            end-read
        end-if
        perform until EndOfArrivalSlotsFile or NumberOfSlots >= 168
            add 1 to NumberOfSlots
            set SlotIdx to NumberOfSlots
            move ArrivalSlotDay of ArrivalSlotRecord to ForecastSlotDay(SlotIdx)
            move ArrivalSlotStart of ArrivalSlotRecord
                to ForecastSlotStart(SlotIdx)
            move ArrivalSlotEnd of ArrivalSlotRecord to ForecastSlotEnd(SlotIdx)
            move ArrivalSlotCapacity of ArrivalSlotRecord
                to ForecastSlotCapacity(SlotIdx)
            move zero to ForecastSlotBooked(SlotIdx)
            read ArrivalSlotsFile next record
                at end set EndOfArrivalSlotsFile to true
            end-read
        end-perform
    close ArrivalSlotsFile
    .

end program GetArrivalForecastReport.
