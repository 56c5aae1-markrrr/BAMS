01 HireClearanceEntry.
    05 ClearedAuthCode   pic x(6).
    05 filler            pic x value space.
    05 ClearedTimestamp  pic x(15).
    05 filler            pic x value space.
    05 ClearedBookingSeq pic 999.
    05 filler            pic x value space.
    05 ClearedItemCode   pic x(6).
    05 filler            pic x value space.
    05 ClearedQuantity   pic 99.
