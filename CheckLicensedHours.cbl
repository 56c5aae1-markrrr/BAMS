identification division.
program-id. CheckLicensedHours is initial.

data division.
working-storage section.
    copy LicensedHoursTable.
    01 PreviousDayIndex pic 9 value zero.

linkage section.
    01 CheckDayIndex pic 9.
    01 CheckTime pic x(4).
    01 WithinLicensedHours pic 9.
        88 SaleIsLicensed value 1.

procedure division using CheckDayIndex, CheckTime, WithinLicensedHours.
    move zero to WithinLicensedHours
    call "LoadLicensedHours" using by reference LicensedHoursTable
    if not LicensedHoursAreSet
        *> No licence hours held yet, so there is nothing to enforce
        set SaleIsLicensed to true
        goback
    end-if

    if LicensedOpen(CheckDayIndex) not equal to spaces
        if LicensedClose(CheckDayIndex) > LicensedOpen(CheckDayIndex)
            if CheckTime >= LicensedOpen(CheckDayIndex)
                and CheckTime < LicensedClose(CheckDayIndex)
                set SaleIsLicensed to true
            end-if
        else
            if CheckTime >= LicensedOpen(CheckDayIndex)
                set SaleIsLicensed to true
            end-if
        end-if
    end-if

    *> The small hours still belong to the previous day's licence
    if CheckDayIndex equal to 1
        move 7 to PreviousDayIndex
    else
        compute PreviousDayIndex = CheckDayIndex - 1
    end-if
    if LicensedOpen(PreviousDayIndex) not equal to spaces
        and LicensedClose(PreviousDayIndex) < LicensedOpen(PreviousDayIndex)
        and CheckTime < LicensedClose(PreviousDayIndex)
        set SaleIsLicensed to true
    end-if
    goback
    .

end program CheckLicensedHours.
