01 DutySlotTable.
    05 NumberOfDutySlots pic 99.
    05 DutySlotEntry occurs 60 times indexed by DutySlotIdx.
        10 TableSlotID       pic x(6).
        10 TableSlotDay      pic x(3).
        10 TableSlotTime     pic x(11).
        10 TableSlotType     pic x.
        10 TableSlotPlaces   pic 99.
        10 TableSlotDayIndex pic 9.
        10 TableSlotFilled   pic 999.
        10 TableSlotDone     pic 999.
