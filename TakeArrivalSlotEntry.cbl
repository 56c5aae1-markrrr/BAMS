identification division.
program-id. TakeArrivalSlotEntry is initial.

environment division.
input-output section.
    file-control.
        select optional ArrivalSlotsFile assign to ArrivalSlotFileName
            organization is indexed
            access mode is dynamic
            record key is ArrivalSlotKey
            file status is ArrivalSlotStatus.

data division.
file section.
    fd ArrivalSlotsFile.
        copy ArrivalSlot replacing ArrivalSlot by
            ==ArrivalSlotRecord.
            88 EndOfArrivalSlotsFile value high-values==.

working-storage section.
    01 ArrivalSlotStatus pic x(2).
        88 RecordExists value "22".

    01 ArrivalSlotFileName pic x(20) value "arrival-slots.dat".

    copy EventCalendarTable.

    01 ActionEntry pic x value space.
        88 AddingSlot   value "A", "a".
        88 DeletingSlot value "D", "d".
        88 ListingSlots value "L", "l".
    01 DayIsValid pic 9 value zero.
        88 ValidEventDay value 1.
    01 SlotsListed pic 99 value zero.

procedure division.
    call "LoadEventCalendar" using by reference EventCalendarTable, NumberOfEventDays
    display "Arrival slots - A=add/change, D=delete, L=list: "
        with no advancing
    accept ActionEntry from console
    evaluate true
        when AddingSlot perform TakeNewSlot
        when DeletingSlot perform DeleteSlot
        when ListingSlots perform ListSlots
        when other display "No action taken"
    end-evaluate
    goback
    .

TakeNewSlot section.
    initialize ArrivalSlotRecord
    perform TakeSlotKey
    if not ValidEventDay
        exit section
    end-if
    display "Slot ends (HHMM): " with no advancing
    accept ArrivalSlotEnd of ArrivalSlotRecord from console
    if ArrivalSlotEnd of ArrivalSlotRecord is not numeric
        or ArrivalSlotEnd of ArrivalSlotRecord
            <= ArrivalSlotStart of ArrivalSlotRecord
        display "Slot must end after it starts - nothing saved"
        exit section
    end-if
    display "Cars/people the gate can take in the slot: " with no advancing
    accept ArrivalSlotCapacity of ArrivalSlotRecord from console

    open i-o ArrivalSlotsFile
        write ArrivalSlotRecord
            invalid key
                if RecordExists
                    rewrite ArrivalSlotRecord
                else
                    display "Error - status is " ArrivalSlotStatus
                end-if
        end-write
    close ArrivalSlotsFile
    display "Saved slot " ArrivalSlotDay of ArrivalSlotRecord " "
        ArrivalSlotStart of ArrivalSlotRecord "-"
        ArrivalSlotEnd of ArrivalSlotRecord
    .

TakeSlotKey section.
    move zero to DayIsValid
    display "Arrival day (Wed, Thu...): " with no advancing
    accept ArrivalSlotDay of ArrivalSlotRecord from console
    set EventDayIdx to 1
    search EventDayName
        at end
            display "Day is not in the event calendar"
        when EventDayName(EventDayIdx) equal to
            ArrivalSlotDay of ArrivalSlotRecord
            set ValidEventDay to true
    end-search
    if not ValidEventDay
        exit section
    end-if
    display "Slot starts (HHMM): " with no advancing
    accept ArrivalSlotStart of ArrivalSlotRecord from console
    if ArrivalSlotStart of ArrivalSlotRecord is not numeric
        display "Time must be given as HHMM"
        move zero to DayIsValid
    end-if
    .

DeleteSlot section.
    perform TakeSlotKey
    if not ValidEventDay
        exit section
    end-if
    open i-o ArrivalSlotsFile
        delete ArrivalSlotsFile record
            invalid key
                display "No slot " ArrivalSlotDay of ArrivalSlotRecord " "
                    ArrivalSlotStart of ArrivalSlotRecord
            not invalid key
                display "Deleted - anyone assigned to it needs a new slot"
                    " (run SPREADSLOTS)"
        end-delete
    close ArrivalSlotsFile
    .

ListSlots section.
    display "Day  Start End   Capacity"
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
        perform until EndOfArrivalSlotsFile
            add 1 to SlotsListed
            display ArrivalSlotDay of ArrivalSlotRecord "  "
                ArrivalSlotStart of ArrivalSlotRecord "  "
                ArrivalSlotEnd of ArrivalSlotRecord "  "
                ArrivalSlotCapacity of ArrivalSlotRecord
            read ArrivalSlotsFile next record
                at end set EndOfArrivalSlotsFile to true
            end-read
        end-perform
    close ArrivalSlotsFile
    if SlotsListed equal to zero
        display "(no arrival slots set up)"
    end-if
    .

end program TakeArrivalSlotEntry.
