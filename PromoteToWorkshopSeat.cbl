    01 SessionWaitStatus pic x(2).
    01 ConfirmationQueueStatus pic x(2).
    01 ConfirmationQueueFileName pic x(24) value "confirmation-queue.log".
    01 NoticeDetail pic x(60) value spaces.

    copy WorkshopSession replacing WorkshopSession by ==PromotedSession==.
    copy Attendee replacing Attendee by ==PromotedAttendee==.
        88 SessionWasFound value 1.
    01 OldestStamp pic x(15) value high-values.
    01 OldestAuthCode pic x(6) value spaces.
    01 ChargeDirection pic x value "C".

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
        display "Promoted " OldestAuthCode " from the waiting list into "
            function trim(SessionTitle of PromotedSession)
        perform QueueSeatNotice
        call "PostWorkshopFee" using by content AttendeeFileName,
            PromoteSessionID, OldestAuthCode, ChargeDirection
        call "WriteAttendeeCalendar" using by content AttendeeFileName,
            OldestAuthCode
    end-if
    goback
    .
        delimited by size
        into ConfirmationMessage
    end-string
    move spaces to NoticeDetail
    string function trim(SessionTitle of PromotedSession)
        " (" SessionDay of PromotedSession " "
        function trim(SessionTimeSlot of PromotedSession) ")"
        delimited by size into NoticeDetail
    end-string
    call "ApplyNoticeTemplate" using by content "SEAT    ",
        PromotedAttendee, NoticeDetail, by reference ConfirmationNoticeEntry
    open extend ConfirmationQueueFile
        write ConfirmationNoticeEntry
    close ConfirmationQueueFile
