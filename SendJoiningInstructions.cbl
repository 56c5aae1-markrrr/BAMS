    01 NoticeBalance pic s9(5)v99 value zero.
    01 BalanceText pic zzzz9.99 value zero.
    01 NoticesQueued pic 999 value zero.
    01 SlotDay pic x(3) value spaces.
    01 SlotStart pic x(4) value spaces.
    01 SlotEnd pic x(4) value spaces.
    01 GateText pic x(20) value spaces.
    01 NoticeDetail pic x(60) value spaces.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

    compute NoticeBalance =
        AmountToPay of AttendeeRecord - AmountPaid of AttendeeRecord
    call "GetAttendeeArrivalSlot" using AuthCode of AttendeeRecord,
        by reference SlotDay, SlotStart, SlotEnd
    if SlotStart not equal to spaces
        and SlotDay equal to ArrivalDay of AttendeeRecord
        move spaces to GateText
        string "gate slot " SlotStart "-" SlotEnd
            delimited by size into GateText
        end-string
    else
        move "gate from noon" to GateText
    end-if
    *> Email notices carry the attendee's own calendar of their week
    move spaces to ConfirmationAttachment
    if ConfirmationByEmail
        call "WriteAttendeeCalendar" using by content AttendeeFileName,
            AuthCode of AttendeeRecord
        string "calendar-" AuthCode of AttendeeRecord ".ics"
            delimited by size into ConfirmationAttachment
    end-if
    move spaces to ConfirmationMessage
    if NoticeBalance > zero
        move NoticeBalance to BalanceText
        string
            "BarnCamp joining instructions: arrive "
            ArrivalDay of AttendeeRecord
            ", " GateText delimited by "  "
            ", parking in the top field."
            " Balance due on arrival: $" BalanceText
            delimited by size
            into ConfirmationMessage
        string
            "BarnCamp joining instructions: arrive "
            ArrivalDay of AttendeeRecord
            ", " GateText delimited by "  "
            ", parking in the top field. Nothing to pay."
            delimited by size
            into ConfirmationMessage
        end-string
    end-if
    call "ApplyNoticeTemplate" using by content "JOINING ",
        AttendeeRecord, NoticeDetail, by reference ConfirmationNoticeEntry

    open extend ConfirmationQueueFile
        write ConfirmationNoticeEntry
