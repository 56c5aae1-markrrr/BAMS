01 AttendeeArrivalSlot.
    05 AttendeeSlotAuthCode pic x(6).
    05 AttendeeSlotDay      pic x(3).
    05 AttendeeSlotStart    pic x(4).
    05 AttendeeSlotDate     pic x(8).
    05 AttendeeSlotHow      pic x.
        88 AttendeeSlotAutoAssigned value "A".
        88 AttendeeSlotRequested    value "R".
