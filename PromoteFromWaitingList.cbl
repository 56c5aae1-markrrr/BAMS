
    01 ConfirmationQueueStatus pic x(2).
    01 ConfirmationQueueFileName pic x(24) value "confirmation-queue.log".
    01 NoticeDetail pic x(60) value spaces.
    01 PromotionLogStatus pic x(2).
    01 PromotionLogFileName pic x(20) value "promotion-log.dat".
    01 AmountDueText pic z(4)9.99 value zero.
        delimited by size
        into ConfirmationMessage
    end-string
    call "ApplyNoticeTemplate" using by content "PROMOTE ",
        PromotedAttendee, NoticeDetail, by reference ConfirmationNoticeEntry
    open extend ConfirmationQueueFile
        write ConfirmationNoticeEntry
    close ConfirmationQueueFile
