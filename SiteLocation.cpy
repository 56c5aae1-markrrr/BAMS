01 SiteLocation.
    05 LocationCode        pic x(8).
    05 LocationDescription pic x(30).
    05 LocationType        pic x.
        88 LocationIsBuilding value "B".
        88 LocationIsField    value "F".
        88 LocationIsMarquee  value "M".
        88 LocationIsCompound value "C".
        88 LocationIsStore    value "S".
        88 LocationIsOther    value "O".
    05 LocationGridRef     pic x(10).
