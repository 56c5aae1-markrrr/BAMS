01 WorkshopChargeEntry.
    05 WorkshopChargeAuthCode  pic x(6).
    05 filler                  pic x value space.
    05 WorkshopChargeSessionID pic x(6).
    05 filler                  pic x value space.
    05 WorkshopChargeTimestamp pic x(15).
    05 filler                  pic x value space.
    05 WorkshopChargeType      pic x.
        88 WorkshopFeeCharged  value "C".
        88 WorkshopFeeCredited value "R".
    05 filler                  pic x value space.
    05 WorkshopChargeAmount    pic 9(3)v99.
