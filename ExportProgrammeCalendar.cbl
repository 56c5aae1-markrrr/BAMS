identification division.
program-id. ExportProgrammeCalendar is initial.

environment division.
input-output section.
    file-control.
        select optional WorkshopsFile assign to WorkshopFileName
            organization is indexed
            access mode is dynamic
            record key is SessionID
            file status is WorkshopStatus.

        select CalendarFile assign to CalendarFileName
            organization is line sequential
            file status is CalendarStatus.

data division.
file section.
    fd WorkshopsFile.
        copy WorkshopSession replacing WorkshopSession by
            ==WorkshopRecord.
            88 EndOfWorkshopsFile value high-values==.

    fd CalendarFile
        record contains 100 characters.
        01 CalendarLine pic x(100).

working-storage section.
    01 WorkshopStatus pic x(2).
    01 CalendarStatus pic x(2).
    01 WorkshopFileName pic x(20) value "workshops.dat".
    01 CalendarFileName pic x(24) value "barncamp-programme.ics".

    01 EventsWritten pic 999 value zero.
    01 NowStamp pic x(15) value spaces.

    01 CalendarEvent.
        05 CalEventUid      pic x(30).
        05 CalEventDay      pic x(3).
        05 CalEventTime     pic x(20).
        05 CalEventSummary  pic x(60).
        05 CalEventLocation pic x(30).
    01 CalEventDate pic x(8) value spaces.
    01 CalEventNextDate pic 9(8) value zero.
    01 CalEventStart pic x(4) value spaces.
    01 CalEventEnd pic x(4) value spaces.
    01 CalendarText pic x(60) value spaces.
    01 CalendarTextLength pic 99 value zero.
    01 CalendarCharIdx pic 99 value zero.
    01 CalendarPointer pic 999 value 1.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    move function current-date(1:15) to NowStamp
    open output CalendarFile
        move "BEGIN:VCALENDAR" to CalendarLine
        write CalendarLine
        move "VERSION:2.0" to CalendarLine
        write CalendarLine
        move "PRODID:-//HacktionLab//BarnCamp Attendee Management System//EN"
            to CalendarLine
        write CalendarLine
        move "CALSCALE:GREGORIAN" to CalendarLine
        write CalendarLine
        move "X-WR-CALNAME:BarnCamp programme" to CalendarLine
        write CalendarLine

        move low-values to SessionID of WorkshopRecord
        start WorkshopsFile key is greater than SessionID of WorkshopRecord
            invalid key set EndOfWorkshopsFile to true
        end-start
        open input WorkshopsFile
            if not EndOfWorkshopsFile
                read WorkshopsFile next record
                    at end set EndOfWorkshopsFile to true
                end-read
            end-if
            perform until EndOfWorkshopsFile
                initialize CalendarEvent
                string "WS-" SessionID of WorkshopRecord
                    delimited by size into CalEventUid
                move SessionDay of WorkshopRecord to CalEventDay
                move SessionTimeSlot of WorkshopRecord to CalEventTime
                move SessionTitle of WorkshopRecord to CalEventSummary
                move SessionSpace of WorkshopRecord to CalEventLocation
                perform WriteCalendarEvent
                read WorkshopsFile next record
                    at end set EndOfWorkshopsFile to true
                end-read
            end-perform
        close WorkshopsFile

        move "END:VCALENDAR" to CalendarLine
        write CalendarLine
    close CalendarFile
    display "Programme calendar " function trim(CalendarFileName)
        " written with " EventsWritten " session(s)"
    goback
    .

WriteCalendarEvent section.
    *> Times with no clock time in them go in as all-day entries
    call "GetEventDayDate" using CalEventDay, by reference CalEventDate
    if CalEventDate equal to spaces
        exit section
    end-if
    call "GetSlotTimes" using CalEventTime,
        by reference CalEventStart, CalEventEnd
    add 1 to EventsWritten

    move "BEGIN:VEVENT" to CalendarLine
    write CalendarLine
    move spaces to CalendarLine
    string "UID:" function trim(CalEventUid) "@barncamp"
        delimited by size into CalendarLine
    write CalendarLine
    move spaces to CalendarLine
    string "DTSTAMP:" NowStamp(1:8) "T" NowStamp(9:6)
        delimited by size into CalendarLine
    write CalendarLine
    move spaces to CalendarLine
    if CalEventStart equal to spaces
        compute CalEventNextDate = function date-of-integer(
            function integer-of-date(function numval(CalEventDate)) + 1)
        string "DTSTART;VALUE=DATE:" CalEventDate
            delimited by size into CalendarLine
        write CalendarLine
        move spaces to CalendarLine
        string "DTEND;VALUE=DATE:" CalEventNextDate
            delimited by size into CalendarLine
        write CalendarLine
    else
        string "DTSTART:" CalEventDate "T" CalEventStart "00"
            delimited by size into CalendarLine
        write CalendarLine
        move spaces to CalendarLine
        string "DTEND:" CalEventDate "T" CalEventEnd "00"
            delimited by size into CalendarLine
        write CalendarLine
    end-if
    move spaces to CalendarLine
    move "SUMMARY:" to CalendarLine
    move 9 to CalendarPointer
    move CalEventSummary to CalendarText
    perform AppendCalendarText
    write CalendarLine
    if CalEventLocation not equal to spaces
        move spaces to CalendarLine
        move "LOCATION:" to CalendarLine
        move 10 to CalendarPointer
        move CalEventLocation to CalendarText
        perform AppendCalendarText
        write CalendarLine
    end-if
    move "END:VEVENT" to CalendarLine
    write CalendarLine
    .

AppendCalendarText section.
    *> Commas, semicolons and backslashes must be escaped in calendar text
    move zero to CalendarTextLength
    if CalendarText not equal to spaces
        move function length(function trim(CalendarText trailing))
            to CalendarTextLength
    end-if
    perform varying CalendarCharIdx from 1 by 1
        until CalendarCharIdx > CalendarTextLength
        if CalendarText(CalendarCharIdx:1) equal to ","
            or CalendarText(CalendarCharIdx:1) equal to ";"
            or CalendarText(CalendarCharIdx:1) equal to "\"
            string "\" delimited by size into CalendarLine
                with pointer CalendarPointer
        end-if
        string CalendarText(CalendarCharIdx:1) delimited by size
            into CalendarLine with pointer CalendarPointer
    end-perform
    .

end program ExportProgrammeCalendar.
