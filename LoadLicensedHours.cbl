identification division.
program-id. LoadLicensedHours is initial.

environment division.
input-output section.
    file-control.
        select optional LicensedHoursFile assign to LicensedHoursFileName
            organization is line sequential
            file status is LicensedHoursStatus.

data division.
file section.
    fd LicensedHoursFile
        record contains 20 characters.
        01 LicensedHoursLine pic x(20).

working-storage section.
    01 LicensedHoursStatus pic x(2).
        88 LicensedHoursOk      value "00".
        88 LicensedHoursEof     value "10".
        88 LicensedHoursMissing value "35".

    01 LicensedHoursFileName pic x(20) value "licensed-hours.dat".
    01 DaysOfTheWeek value "MonTueWedThuFriSatSun".
        02 DayOfTheWeek pic x(3) occurs 7 times indexed by WeekDayIdx.
    01 HoursDayName pic x(3) value spaces.
    01 HoursOpenText pic x(4) value spaces.
    01 HoursCloseText pic x(4) value spaces.

linkage section.
    copy LicensedHoursTable.

procedure division using LicensedHoursTable.
    move zero to LicensedHoursHeld
    perform varying WeekDayIdx from 1 by 1 until WeekDayIdx > 7
        move DayOfTheWeek(WeekDayIdx) to LicensedDayName(WeekDayIdx)
        move spaces to LicensedOpen(WeekDayIdx), LicensedClose(WeekDayIdx)
    end-perform

    open input LicensedHoursFile
    if LicensedHoursMissing
        close LicensedHoursFile
    else
        read LicensedHoursFile
            at end set LicensedHoursEof to true
        end-read
        perform until LicensedHoursEof
            perform ApplyLicensedHoursLine
            read LicensedHoursFile
                at end set LicensedHoursEof to true
            end-read
        end-perform
        close LicensedHoursFile
    end-if
    goback
    .

ApplyLicensedHoursLine section.
    *> Each line is "Day open close", e.g. "Fri 1100 0100" - close before open runs past midnight
    move spaces to HoursDayName, HoursOpenText, HoursCloseText
    unstring LicensedHoursLine delimited by all " "
        into HoursDayName, HoursOpenText, HoursCloseText
    end-unstring
    set WeekDayIdx to 1
    search DayOfTheWeek
        at end continue
        when DayOfTheWeek(WeekDayIdx) equal to HoursDayName
            move HoursOpenText to LicensedOpen(WeekDayIdx)
            move HoursCloseText to LicensedClose(WeekDayIdx)
            set LicensedHoursAreSet to true
    end-search
    .

end program LoadLicensedHours.
