01 DutySlot.
    05 DutySlotID       pic x(6).
    05 DutySlotDay      pic x(3).
    05 DutySlotTime     pic x(11).
    05 DutySlotType     pic x.
        88 DutyIsWashingUp     value "W".
        88 DutyIsToilets       value "T".
        88 DutyIsKitchenPrep   value "K".
        88 DutyTypeIsValid     values "W", "T", "K".
    05 DutySlotPlaces   pic 99.
