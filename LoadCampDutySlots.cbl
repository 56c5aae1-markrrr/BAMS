identification division.
program-id. LoadCampDutySlots is initial.

environment division.
input-output section.
    file-control.
        select optional SlotsFile assign to SlotFileName
            organization is indexed
            access mode is dynamic
            record key is DutySlotID
            file status is SlotStatus.

        select optional DutiesFile assign to DutyFileName
            organization is indexed
            access mode is dynamic
            record key is DutyAuthCode
            file status is DutyStatus.

data division.
file section.
    fd SlotsFile.
        copy DutySlot replacing DutySlot by
            ==SlotRecord.
            88 EndOfSlotsFile value high-values==.

    fd DutiesFile.
        copy CampDuty replacing CampDuty by
            ==DutyRecord.
            88 EndOfDutiesFile value high-values==.

working-storage section.
    01 SlotStatus pic x(2).
    01 DutyStatus pic x(2).
    01 SlotFileName pic x(20) value "duty-slots.dat".
    01 DutyFileName pic x(20) value "camp-duties.dat".
    copy EventCalendarTable.

linkage section.
    copy CampDutySlotTable.

procedure division using DutySlotTable.
    *> Each slot carries its place in the event calendar and how many
    *> duties are already on it, so runs can balance across the slots
    initialize DutySlotTable
    call "LoadEventCalendar" using by reference EventCalendarTable,
        NumberOfEventDays

    move low-values to DutySlotID of SlotRecord
    start SlotsFile key is greater than DutySlotID of SlotRecord
        invalid key set EndOfSlotsFile to true
    end-start
    open input SlotsFile
        if not EndOfSlotsFile
            read SlotsFile next record
                at end set EndOfSlotsFile to true
            end-read
        end-if
        perform until EndOfSlotsFile or NumberOfDutySlots = 60
            add 1 to NumberOfDutySlots
            set DutySlotIdx to NumberOfDutySlots
            move DutySlotID of SlotRecord to TableSlotID(DutySlotIdx)
            move DutySlotDay of SlotRecord to TableSlotDay(DutySlotIdx)
            move DutySlotTime of SlotRecord to TableSlotTime(DutySlotIdx)
            move DutySlotType of SlotRecord to TableSlotType(DutySlotIdx)
            move DutySlotPlaces of SlotRecord to TableSlotPlaces(DutySlotIdx)
            *> A day after the last night is the going-home day
            set EventDayIdx to 1
            search EventDayName
                at end compute TableSlotDayIndex(DutySlotIdx) =
                    NumberOfEventDays + 1
                when EventDayName(EventDayIdx) equal to
                    DutySlotDay of SlotRecord
                    set TableSlotDayIndex(DutySlotIdx) to EventDayIdx
            end-search
            read SlotsFile next record
                at end set EndOfSlotsFile to true
            end-read
        end-perform
    close SlotsFile

    move low-values to DutyAuthCode of DutyRecord
    start DutiesFile key is greater than DutyAuthCode of DutyRecord
        invalid key set EndOfDutiesFile to true
    end-start
    open input DutiesFile
        if not EndOfDutiesFile
            read DutiesFile next record
                at end set EndOfDutiesFile to true
            end-read
        end-if
        perform until EndOfDutiesFile
            set DutySlotIdx to 1
            search DutySlotEntry
                at end continue
                when DutySlotIdx > NumberOfDutySlots
                    continue
                when TableSlotID(DutySlotIdx) equal to
                    DutyAssignedSlot of DutyRecord
                    add 1 to TableSlotFilled(DutySlotIdx)
                    if DutyIsDone of DutyRecord
                        add 1 to TableSlotDone(DutySlotIdx)
                    end-if
            end-search
            read DutiesFile next record
                at end set EndOfDutiesFile to true
            end-read
        end-perform
    close DutiesFile
    goback
    .

end program LoadCampDutySlots.
