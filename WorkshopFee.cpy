01 WorkshopFee.
    05 WorkshopFeeSessionID pic x(6).
    05 WorkshopFeeAmount    pic 9(3)v99.
