01 ZoneAccessEntry.
    05 ZoneAccessZone      pic x(4).
    05 filler              pic x value space.
    05 ZoneAccessHolder    pic x(6).
    05 filler              pic x value space.
    05 ZoneAccessTimestamp pic x(15).
    05 filler              pic x value space.
    05 ZoneAccessResult    pic x.
        88 ZoneAccessGranted value "A".
        88 ZoneAccessRefused value "R".
    05 filler              pic x value space.
    05 ZoneAccessOperator  pic x(3).
    05 filler              pic x value space.
    05 ZoneAccessName      pic x(30).
    05 filler              pic x value space.
    05 ZoneAccessReason    pic x(30).
