    01 CurrentStatus pic x value space.
        88 AlreadySent value "S".
        88 AlreadySuppressed value "P".
        88 AlreadyPosted value "L".
    01 StateOverflowFlag pic 9 value zero.
        88 StateTableOverflowed value 1.

    display "Failed this run:   " NoticesFailed
    display "Already sent:      " NoticesSkipped
    display "Suppressed (contact preferences): " NoticesSuppressed
    if NoticesSuppressed > zero
        display "Post-only contacts among these are printed by the LETTERS run"
    end-if
    if StateTableOverflowed
        display "** WARNING - sent-state table filled during this run;"
            " archive notice-dispatch.log before the next run **"
            add 1 to NoticesSkipped
        when AlreadySuppressed
            add 1 to NoticesSkipped
        when AlreadyPosted
            add 1 to NoticesSkipped
        when other
            perform CheckContactPreference
            if PreferenceBlocksNotice
                    "  |  " function trim(ConfirmationMessage)
                    delimited by size into OutboundEmailLine
                write OutboundEmailLine
                if ConfirmationAttachment > spaces
                    move spaces to OutboundEmailLine
                    string "    Attach: " function trim(ConfirmationAttachment)
                        delimited by size into OutboundEmailLine
                    write OutboundEmailLine
                end-if
            close OutboundEmailFile
        else
            open extend OutboundSmsFile
    move ConfirmationTimestamp to DispatchNoticeStamp
    move ConfirmationChannel to DispatchChannel
    move CurrentAttempts to DispatchAttempts
    move spaces to DispatchTemplateRef
    if ConfirmationTemplateRef > spaces
        move ConfirmationTemplateRef to DispatchTemplateRef
    end-if
    move function current-date(1:15) to DispatchedAt
    open extend DispatchLogFile
        write NoticeDispatchEntry
