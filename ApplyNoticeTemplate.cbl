identification division.
program-id. ApplyNoticeTemplate is initial.

data division.
working-storage section.
    01 NoticeTemplateText pic x(100) value spaces.
    01 NoticeTemplateVersion pic 999 value zero.
    01 MergedMessage pic x(100) value spaces.
    01 MergeFlag pic 9 value zero.
        88 MergeWasClean   value 0.
        88 MergeOverflowed value 1.

linkage section.
    01 NoticeType pic x(8).
    copy Attendee replacing Attendee by ==NoticeAttendee==.
    01 NoticeDetail pic x(60).
    copy ConfirmationNoticeEntry.

procedure division using NoticeType, NoticeAttendee, NoticeDetail,
    ConfirmationNoticeEntry.
    *> With no template in effect the wording built by the caller stands
    move spaces to ConfirmationTemplateRef
    call "GetNoticeTemplate" using NoticeType, ConfirmationChannel,
        by reference NoticeTemplateText, NoticeTemplateVersion
    if NoticeTemplateVersion equal to zero
        goback
    end-if
    call "MergeNoticeTemplate" using NoticeAttendee, NoticeDetail,
        NoticeTemplateText, by reference MergedMessage, MergeFlag
    if MergeOverflowed
        display "Notice for " ConfirmationAuthCode " cut short - "
            function trim(NoticeType) " template version "
            NoticeTemplateVersion " is too long once merged"
    end-if
    move MergedMessage to ConfirmationMessage
    move NoticeType to ConfirmationTemplateNotice
    move NoticeTemplateVersion to ConfirmationTemplateVersion
    goback
    .

end program ApplyNoticeTemplate.
