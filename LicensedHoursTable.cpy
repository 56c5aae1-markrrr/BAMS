01 LicensedHoursTable.
    05 LicensedHoursHeld pic 9 value zero.
        88 LicensedHoursAreSet value 1.
    05 LicensedDay occurs 7 times.
        10 LicensedDayName pic x(3).
        10 LicensedOpen    pic x(4).
        10 LicensedClose   pic x(4).
