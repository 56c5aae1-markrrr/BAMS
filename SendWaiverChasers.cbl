
    01 WaiverFileName pic x(20) value "waivers.dat".
    01 ConfirmationQueueFileName pic x(24) value "confirmation-queue.log".
    01 NoticeDetail pic x(60) value spaces.

    01 WaiverIsSigned pic 9 value zero.
        88 AlreadySigned value 1.
        delimited by size
        into ConfirmationMessage
    end-string
    call "ApplyNoticeTemplate" using by content "WAIVER  ",
        AttendeeRecord, NoticeDetail, by reference ConfirmationNoticeEntry
    open extend ConfirmationQueueFile
        write ConfirmationNoticeEntry
    close ConfirmationQueueFile
