01 OverdueServiceTable.
    05 NumberOfOverdueServices pic 99.
    05 OverdueService occurs 50 times indexed by OverdueIdx.
        10 OverdueType        pic x.
        10 OverdueAsset       pic x(8).
        10 OverdueDescription pic x(30).
        10 OverdueLastDone    pic x(15).
            88 OverdueNeverDone value spaces.
