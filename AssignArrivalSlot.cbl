identification division.
program-id. AssignArrivalSlot is initial.

environment division.
input-output section.
    file-control.
        select optional ArrivalSlotsFile assign to ArrivalSlotFileName
            organization is indexed
            access mode is dynamic
            record key is ArrivalSlotKey
            file status is ArrivalSlotStatus.

        select optional AttendeeSlotsFile assign to AttendeeSlotFileName
            organization is indexed
            access mode is dynamic
            record key is AttendeeSlotAuthCode
            file status is AttendeeSlotStatus.

data division.
file section.
    fd ArrivalSlotsFile.
        copy ArrivalSlot replacing ArrivalSlot by
            ==ArrivalSlotRecord.
            88 EndOfArrivalSlotsFile value high-values==.

    fd AttendeeSlotsFile.
        copy AttendeeArrivalSlot replacing AttendeeArrivalSlot by
            ==AttendeeSlotRecord.
            88 EndOfAttendeeSlotsFile value high-values==.

working-storage section.
    01 ArrivalSlotStatus pic x(2).
    01 AttendeeSlotStatus pic x(2).
        88 RecordExists value "22".

    01 ArrivalSlotFileName pic x(20) value "arrival-slots.dat".
    01 AttendeeSlotFileName pic x(20) value "attendee-slots.dat".

    copy Attendee replacing Attendee by ==SlottedAttendee==.

    01 DaySlotTable.
        05 NumberOfDaySlots pic 99 value zero.
        05 DaySlot occurs 24 times indexed by DaySlotIdx.
            10 DaySlotStart    pic x(4).
            10 DaySlotCapacity pic 999.
            10 DaySlotTaken    pic 999.
    01 BestSlotIdx pic 99 value zero.
    01 BestSlotRoom pic s999 value zero.
    01 SlotRoom pic s999 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 SlotAuthCode pic x(6).
    01 SlotArrivalDay pic x(3).
    01 RequestedStart pic x(4).
    01 AssignedStart pic x(4).

procedure division using AttendeeFileName, SlotAuthCode, SlotArrivalDay,
    RequestedStart, AssignedStart.
    move spaces to AssignedStart
    perform LoadDaySlots
    if NumberOfDaySlots equal to zero
        perform DropAttendeeSlot
        goback
    end-if
    perform CountPlacesTaken

    move zero to BestSlotIdx
    move zero to BestSlotRoom
    perform varying DaySlotIdx from 1 by 1
        until DaySlotIdx > NumberOfDaySlots
        compute SlotRoom = DaySlotCapacity(DaySlotIdx)
            - DaySlotTaken(DaySlotIdx)
        if RequestedStart not equal to spaces
            if DaySlotStart(DaySlotIdx) equal to RequestedStart
                and SlotRoom > zero
                set BestSlotIdx to DaySlotIdx
            end-if
        else
            *> Spread people out - the slot with the most room left wins
            if SlotRoom > BestSlotRoom
                set BestSlotIdx to DaySlotIdx
                move SlotRoom to BestSlotRoom
            end-if
        end-if
    end-perform
    if BestSlotIdx equal to zero
        goback
    end-if

    move DaySlotStart(BestSlotIdx) to AssignedStart
    move SlotAuthCode to AttendeeSlotAuthCode of AttendeeSlotRecord
    move SlotArrivalDay to AttendeeSlotDay of AttendeeSlotRecord
    move AssignedStart to AttendeeSlotStart of AttendeeSlotRecord
    move function current-date(1:8) to AttendeeSlotDate of AttendeeSlotRecord
    if RequestedStart equal to spaces
        set AttendeeSlotAutoAssigned of AttendeeSlotRecord to true
    else
        set AttendeeSlotRequested of AttendeeSlotRecord to true
    end-if
    open i-o AttendeeSlotsFile
        write AttendeeSlotRecord
            invalid key
                if RecordExists
                    rewrite AttendeeSlotRecord
                else
                    display "Error - status is " AttendeeSlotStatus
                end-if
        end-write
    close AttendeeSlotsFile
    goback
    .

LoadDaySlots section.
    move zero to NumberOfDaySlots
    move SlotArrivalDay to ArrivalSlotDay of ArrivalSlotRecord
    move low-values to ArrivalSlotStart of ArrivalSlotRecord
    open input ArrivalSlotsFile
        start ArrivalSlotsFile key is greater than
            ArrivalSlotKey of ArrivalSlotRecord
            invalid key set EndOfArrivalSlotsFile to true
        end-start
        if not EndOfArrivalSlotsFile
            read ArrivalSlotsFile next record
                at end set EndOfArrivalSlotsFile to true
            end-read
        end-if
        perform until EndOfArrivalSlotsFile
            or ArrivalSlotDay of ArrivalSlotRecord not equal to SlotArrivalDay
            or NumberOfDaySlots >= 24
            add 1 to NumberOfDaySlots
            set DaySlotIdx to NumberOfDaySlots
            move ArrivalSlotStart of ArrivalSlotRecord
                to DaySlotStart(DaySlotIdx)
            move ArrivalSlotCapacity of ArrivalSlotRecord
                to DaySlotCapacity(DaySlotIdx)
            move zero to DaySlotTaken(DaySlotIdx)
            read ArrivalSlotsFile next record
                at end set EndOfArrivalSlotsFile to true
            end-read
        end-perform
    close ArrivalSlotsFile
    .

CountPlacesTaken section.
    *> Only people still expected (or already here) hold a place in a slot
    move low-values to AttendeeSlotAuthCode of AttendeeSlotRecord
    start AttendeeSlotsFile key is greater than
        AttendeeSlotAuthCode of AttendeeSlotRecord
        invalid key set EndOfAttendeeSlotsFile to true
    end-start
    open input AttendeeSlotsFile
        if not EndOfAttendeeSlotsFile
            read AttendeeSlotsFile next record
                at end set EndOfAttendeeSlotsFile to true
            end-read
        end-if
        perform until EndOfAttendeeSlotsFile
            if AttendeeSlotDay of AttendeeSlotRecord equal to SlotArrivalDay
                and AttendeeSlotAuthCode of AttendeeSlotRecord
                    not equal to SlotAuthCode
                perform CountIfStillExpected
            end-if
            read AttendeeSlotsFile next record
                at end set EndOfAttendeeSlotsFile to true
            end-read
        end-perform
    close AttendeeSlotsFile
    .

CountIfStillExpected section.
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content AttendeeSlotAuthCode of AttendeeSlotRecord,
        by reference SlottedAttendee
    if AttendeeName of SlottedAttendee equal to high-values
        exit section
    end-if
    if not (AttendeeComing of SlottedAttendee
        or AttendeeArrived of SlottedAttendee)
        or ArrivalDay of SlottedAttendee not equal to SlotArrivalDay
        exit section
    end-if
    set DaySlotIdx to 1
    search DaySlot
        at end continue
        when DaySlotStart(DaySlotIdx) equal to
            AttendeeSlotStart of AttendeeSlotRecord
            add 1 to DaySlotTaken(DaySlotIdx)
    end-search
    .

DropAttendeeSlot section.
    *> No slots run on this day, so any slot held on another day is stale
    open i-o AttendeeSlotsFile
        move SlotAuthCode to AttendeeSlotAuthCode of AttendeeSlotRecord
        delete AttendeeSlotsFile record
            invalid key continue
        end-delete
    close AttendeeSlotsFile
    .

end program AssignArrivalSlot.
