identification division.
program-id. GetEventDayDate is initial.

environment division.
input-output section.
    file-control.
        select optional EventStartFile assign to EventStartFileName
            organization is line sequential
            file status is EventStartStatus.

data division.
file section.
    fd EventStartFile
        record contains 8 characters.
        01 EventStartLine pic x(8).

working-storage section.
    01 EventStartStatus pic x(2).
        88 EventStartEof value "10".
    01 EventStartFileName pic x(20) value "event-start.ctl".

    copy EventCalendarTable.
    01 DaysOfTheWeek value "MonTueWedThuFriSatSun".
        02 DayOfTheWeek pic x(3) occurs 7 times.
    01 StartAsInteger pic 9(7) value zero.
    01 DateAsInteger pic 9(7) value zero.
    01 DateNumber pic 9(8) value zero.
    01 SearchDayName pic x(3) value spaces.
    01 WeekdayWanted pic 9 value zero.
    01 WeekdayIndex pic 9 value zero.
    01 DaysTried pic 9 value zero.

linkage section.
    01 DayNameWanted pic x(3).
    01 DayDate pic x(8).

procedure division using DayNameWanted, DayDate.
    *> event-start.ctl holds the date of the first day on site; without it
    *> the event is taken to be the next one coming up
    move spaces to DayDate
    open input EventStartFile
        read EventStartFile
            at end set EventStartEof to true
        end-read
        if not EventStartEof and EventStartLine is numeric
            compute StartAsInteger =
                function integer-of-date(function numval(EventStartLine))
        end-if
    close EventStartFile

    if StartAsInteger equal to zero
        call "LoadEventCalendar" using by reference EventCalendarTable,
            NumberOfEventDays
        compute StartAsInteger = function integer-of-date(
            function numval(function current-date(1:8)))
        move EventDayName(1) to SearchDayName
        perform FindWeekday
        if WeekdayWanted equal to zero
            goback
        end-if
        perform StepToWeekday
        move DateAsInteger to StartAsInteger
    end-if

    move DayNameWanted to SearchDayName
    perform FindWeekday
    if WeekdayWanted equal to zero
        goback
    end-if
    perform StepToWeekday
    compute DateNumber = function date-of-integer(DateAsInteger)
    move DateNumber to DayDate
    goback
    .

FindWeekday section.
    move zero to WeekdayWanted
    perform varying WeekdayIndex from 1 by 1 until WeekdayIndex > 7
        if DayOfTheWeek(WeekdayIndex) equal to SearchDayName
            move WeekdayIndex to WeekdayWanted
        end-if
    end-perform
    .

StepToWeekday section.
    *> Day 1 of the integer calendar, 1 January 1601, was a Monday
    move StartAsInteger to DateAsInteger
    move zero to DaysTried
    perform until DaysTried > 6
            or function mod(DateAsInteger - 1, 7) + 1 equal to WeekdayWanted
        add 1 to DateAsInteger
        add 1 to DaysTried
    end-perform
    .

end program GetEventDayDate.
