01 QuotaMoveEntry.
    05 QuotaMoveStamp    pic x(15).
    05 filler            pic x value space.
    05 QuotaMoveOperator pic x(3).
    05 filler            pic x value space.
    05 QuotaMoveFrom     pic x.
    05 filler            pic x value space.
    05 QuotaMoveTo       pic x.
    05 filler            pic x value space.
    05 QuotaMovePlaces   pic 9(4).
    05 filler            pic x value space.
    05 QuotaMoveReason   pic x(40).
