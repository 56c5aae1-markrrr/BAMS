01 ArrivalSlot.
    05 ArrivalSlotKey.
        10 ArrivalSlotDay   pic x(3).
        10 ArrivalSlotStart pic x(4).
    05 ArrivalSlotEnd      pic x(4).
    05 ArrivalSlotCapacity pic 999.
