01 SiteServiceEntry.
    05 ServiceTimestamp pic x(15).
    05 filler pic x value space.
    05 ServiceType pic x.
        88 ServiceIsFuel      value "F".
        88 ServiceIsWaterTest value "T".
        88 ServiceIsPumpOut   value "P".
        88 ServiceIsWaste     value "W".
    05 filler pic x value space.
    05 ServiceAsset pic x(8).
    05 filler pic x value space.
    05 ServiceOperator pic x(3).
    05 filler pic x value space.
    05 ServiceQuantity pic 9(5)v999.
    05 filler pic x value space.
    05 ServiceResult pic x.
        88 ServiceTestPassed value "P".
        88 ServiceTestFailed value "F".
    05 filler pic x value space.
    05 ServiceStream pic x(10).
        88 ServiceStreamIsGeneral value "GENERAL".
    05 filler pic x value space.
    05 ServiceContractor pic x(20).
