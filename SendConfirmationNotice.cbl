working-storage section.
    01 ConfirmationQueueStatus pic x(2).
    01 ConfirmationQueueFileName pic x(24) value "confirmation-queue.log".
    01 NoticeDetail pic x(60) value spaces.

linkage section.
    01 NoticeAuthCode pic x(6).
    01 NoticeName     pic x(30).
    01 NoticeEmail    pic x(30).
    01 NoticePhone    pic x(15).
    copy Attendee replacing Attendee by ==NoticeAttendee==.

procedure division using NoticeAuthCode, NoticeName, NoticeEmail, NoticePhone,
    NoticeAttendee.
    move NoticeAuthCode to ConfirmationAuthCode
    move function current-date(1:15) to ConfirmationTimestamp

    .

QueueNotice section.
    call "ApplyNoticeTemplate" using by content "CONFIRM ",
        NoticeAttendee, NoticeDetail, by reference ConfirmationNoticeEntry
    open extend ConfirmationQueueFile
        write ConfirmationNoticeEntry
    close ConfirmationQueueFile
