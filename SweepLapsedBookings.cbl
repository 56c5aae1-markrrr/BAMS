    01 PlanFileName pic x(20) value "payment-plans.dat".
    01 WarningLogFileName pic x(20) value "lapse-warnings.log".
    01 ConfirmationQueueFileName pic x(24) value "confirmation-queue.log".
    01 NoticeDetail pic x(60) value spaces.
    01 WaitingListFileName pic x(20) value "waitinglist.dat".

    01 ParamName  pic x(16) value spaces.
        delimited by size
        into ConfirmationMessage
    end-string
    call "ApplyNoticeTemplate" using by content "LAPSE   ",
        LapsedAttendee, NoticeDetail, by reference ConfirmationNoticeEntry
    open extend ConfirmationQueueFile
        write ConfirmationNoticeEntry
    close ConfirmationQueueFile
