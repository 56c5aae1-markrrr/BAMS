01 RestrictedZone.
    05 ZoneCode          pic x(4).
    05 ZoneName          pic x(30).
    05 ZoneAllowedLevels pic x(10).
