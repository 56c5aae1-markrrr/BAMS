identification division.
program-id. PrintPostalLetters is initial.

environment division.
input-output section.
    file-control.
        select optional ConfirmationQueueFile assign to ConfirmationQueueFileName
            organization is line sequential
            file status is ConfirmationQueueStatus.

        select optional DispatchLogFile assign to DispatchLogFileName
            organization is line sequential
            file status is DispatchLogStatus.

        select optional PostalAddressesFile assign to PostalAddressFileName
            organization is indexed
            access mode is dynamic
            record key is PostalAuthCode of PostalAddressRecord
            file status is PostalAddressStatus.

        select LetterSpoolFile assign to LetterSpoolFileName
            organization is line sequential
            file status is LetterSpoolStatus.

        select LabelSpoolFile assign to LabelSpoolFileName
            organization is line sequential
            file status is LabelSpoolStatus.

        select LetterSortFile assign to "postalletters.srt".

data division.
file section.
    fd ConfirmationQueueFile.
        copy ConfirmationNoticeEntry.

    fd DispatchLogFile.
        copy NoticeDispatchEntry.

    fd PostalAddressesFile.
        copy PostalAddress replacing PostalAddress by
            ==PostalAddressRecord.
            88 EndOfPostalAddressesFile value high-values==.

    fd LetterSpoolFile
        record contains 80 characters.
        01 LetterSpoolLine pic x(80).

    fd LabelSpoolFile
        record contains 40 characters.
        01 LabelSpoolLine pic x(40).

    sd LetterSortFile.
        01 LetterSortRecord.
            05 LetterSortPostcode    pic x(8).
            05 LetterSortAuthCode    pic x(6).
            05 LetterSortStamp       pic x(15).
            05 LetterSortChannel     pic x.
            05 LetterSortAttempts    pic 99.
            05 LetterSortTemplateRef pic x(11).
            05 LetterSortMessage     pic x(100).
            05 LetterSortAddress     pic x(170).

working-storage section.
    01 ConfirmationQueueStatus pic x(2).
        88 QueueOk  values "00", "05".
        88 QueueEof value "10".
    01 DispatchLogStatus pic x(2).
        88 DispatchLogOk  values "00", "05".
        88 DispatchLogEof value "10".
    01 PostalAddressStatus pic x(2).
    01 LetterSpoolStatus pic x(2).
    01 LabelSpoolStatus pic x(2).

    01 ConfirmationQueueFileName pic x(24) value "confirmation-queue.log".
    01 DispatchLogFileName pic x(24) value "notice-dispatch.log".
    01 PostalAddressFileName pic x(20) value "postal-addresses.dat".
    01 LetterSpoolFileName pic x(20) value "letters-spool.txt".
    01 LabelSpoolFileName pic x(20) value "letter-labels.txt".

    01 DispatchStateTable.
        05 NumberOfStates pic 9(4) value zero.
        05 DispatchState occurs 2000 times indexed by StateIdx.
            10 StateAuthCode pic x(6).
            10 StateStamp    pic x(15).
            10 StateChannel  pic x.
            10 StateStatus   pic x.
            10 StateAttempts pic 99.
    01 StateOverflowFlag pic 9 value zero.
        88 StateTableOverflowed value 1.
    01 CurrentStatus pic x value space.
        88 AwaitingPost value "P".
    01 CurrentAttempts pic 99 value zero.

    copy PostalAddress replacing PostalAddress by ==LetterAddress==.
    01 LetterSortEof pic 9 value zero.
        88 AtEndOfLetterSort value 1.
    01 PreviousAuthCode pic x(6) value low-values.
    01 PostedStamp pic x(15) value spaces.
    01 FormFeed pic x value x"0C".

    01 LetterMessageTable.
        05 LetterMessagesHeld pic 99 value zero.
        05 LetterMessage pic x(100) occurs 20 times indexed by MessageIdx.
    01 MessageAlreadyHeld pic 9 value zero.
        88 MessageIsRepeat value 1.

    01 WrapText pic x(100) value spaces.
    01 WrapAt pic 999 value zero.

    01 LettersPrinted pic 999 value zero.
    01 NoticesPosted pic 999 value zero.
    01 NoticesNoAddress pic 999 value zero.
    01 NoticesMarketing pic 999 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 PostingDate pic x(8).

procedure division using AttendeeFileName, PostingDate.
    if PostingDate equal to spaces or PostingDate is not numeric
        move function current-date(1:8) to PostingDate
    end-if
    move PostingDate to PostedStamp(1:8)
    move function current-date(9:7) to PostedStamp(9:7)

    perform LoadDispatchState
    if StateTableOverflowed
        display "** LETTER RUN ABORTED - the notice-dispatch log holds more"
            " than 2000 notices and the sent-state table overflowed **"
        display "** Archive notice-dispatch.log and rerun **"
        goback
    end-if

    display "    BarnCamp Attendee Management System v1.0   (c) copyleft 2017 HacktionLab    "
    display "POSTAL LETTER RUN - posting date " PostingDate
    display " "

    open output LetterSpoolFile
    open output LabelSpoolFile
    sort LetterSortFile on ascending key LetterSortPostcode, LetterSortAuthCode,
        LetterSortStamp
        input procedure is ReleasePostOnlyNotices
        output procedure is PrintLetters
    close LabelSpoolFile
    close LetterSpoolFile

    display " "
    display "Letters printed:   " LettersPrinted
        " - print job in " function trim(LetterSpoolFileName)
        ", labels in " function trim(LabelSpoolFileName)
    display "Notices posted:    " NoticesPosted
    display "No postal address: " NoticesNoAddress
        " (take one with POSTADDR, they go in the next run)"
    display "Marketing notices not posted: " NoticesMarketing
    goback
    .

LoadDispatchState section.
    open input DispatchLogFile
        read DispatchLogFile
            at end set DispatchLogEof to true
        end-read
        perform until DispatchLogEof
            perform RememberDispatchState
            read DispatchLogFile
                at end set DispatchLogEof to true
            end-read
        end-perform
    close DispatchLogFile
    .

RememberDispatchState section.
    set StateIdx to 1
    search DispatchState
        at end perform AddDispatchState
        when StateAuthCode(StateIdx) equal to DispatchAuthCode
            and StateStamp(StateIdx) equal to DispatchNoticeStamp
            and StateChannel(StateIdx) equal to DispatchChannel
            move DispatchStatus to StateStatus(StateIdx)
            move DispatchAttempts to StateAttempts(StateIdx)
    end-search
    .

AddDispatchState section.
    if NumberOfStates < 2000
        add 1 to NumberOfStates
        set StateIdx to NumberOfStates
        move DispatchAuthCode to StateAuthCode(StateIdx)
        move DispatchNoticeStamp to StateStamp(StateIdx)
        move DispatchChannel to StateChannel(StateIdx)
        move DispatchStatus to StateStatus(StateIdx)
        move DispatchAttempts to StateAttempts(StateIdx)
    else
        set StateTableOverflowed to true
    end-if
    .

ReleasePostOnlyNotices section.
    *> Only notices the dispatch run held back for post-only contacts
    open input PostalAddressesFile
    open input ConfirmationQueueFile
        read ConfirmationQueueFile
            at end set QueueEof to true
        end-read
        perform until QueueEof
            perform FindNoticeState
            if AwaitingPost
                perform ReleaseOneNotice
            end-if
            read ConfirmationQueueFile
                at end set QueueEof to true
            end-read
        end-perform
    close ConfirmationQueueFile
    close PostalAddressesFile
    .

FindNoticeState section.
    move space to CurrentStatus
    move zero to CurrentAttempts
    set StateIdx to 1
    search DispatchState
        at end continue
        when StateAuthCode(StateIdx) equal to ConfirmationAuthCode
            and StateStamp(StateIdx) equal to ConfirmationTimestamp
            and StateChannel(StateIdx) equal to ConfirmationChannel
            move StateStatus(StateIdx) to CurrentStatus
            move StateAttempts(StateIdx) to CurrentAttempts
    end-search
    .

ReleaseOneNotice section.
    if NoticeIsMarketing
        add 1 to NoticesMarketing
        exit section
    end-if
    move ConfirmationAuthCode to PostalAuthCode of PostalAddressRecord
    read PostalAddressesFile
        invalid key
            add 1 to NoticesNoAddress
            display "No postal address for " ConfirmationAuthCode
                " - notice of " ConfirmationTimestamp(1:8) " not printed"
        not invalid key
            move PostalPostcode of PostalAddressRecord to LetterSortPostcode
            move ConfirmationAuthCode to LetterSortAuthCode
            move ConfirmationTimestamp to LetterSortStamp
            move ConfirmationChannel to LetterSortChannel
            move CurrentAttempts to LetterSortAttempts
            move spaces to LetterSortTemplateRef
            if ConfirmationTemplateRef > spaces
                move ConfirmationTemplateRef to LetterSortTemplateRef
            end-if
            move ConfirmationMessage to LetterSortMessage
            move PostalAddressRecord to LetterSortAddress
            release LetterSortRecord
    end-read
    .

PrintLetters section.
    *> One letter, one envelope and one label per attendee, in postcode
    *> order so the run can be bundled for the post office
    return LetterSortFile
        at end set AtEndOfLetterSort to true
    end-return
    perform until AtEndOfLetterSort
        if LetterSortAuthCode not equal to PreviousAuthCode
            perform CloseLetter
            perform OpenLetter
        end-if
        perform PrintNotice
        perform RecordPosted
        return LetterSortFile
            at end set AtEndOfLetterSort to true
        end-return
    end-perform
    perform CloseLetter
    .

OpenLetter section.
    move LetterSortAuthCode to PreviousAuthCode
    move LetterSortAddress to LetterAddress
    move zero to LetterMessagesHeld
    if LettersPrinted > zero
        move FormFeed to LetterSpoolLine
        write LetterSpoolLine
    end-if
    add 1 to LettersPrinted

    *> Return address top right, then the addressee placed to show
    *> through the window of a DL envelope
    move spaces to LetterSpoolLine
    write LetterSpoolLine
    move spaces to LetterSpoolLine
    move "BarnCamp Bookings" to LetterSpoolLine(50:)
    write LetterSpoolLine
    move spaces to LetterSpoolLine
    move "c/o HacktionLab" to LetterSpoolLine(50:)
    write LetterSpoolLine
    move spaces to LetterSpoolLine
    string "Our ref: " LetterSortAuthCode delimited by size
        into LetterSpoolLine(50:)
    write LetterSpoolLine
    move spaces to LetterSpoolLine
    write LetterSpoolLine
    write LetterSpoolLine
    write LetterSpoolLine

    move spaces to LetterSpoolLine
    move PostalAddressee of LetterAddress to LetterSpoolLine(5:)
    write LetterSpoolLine
    move spaces to LetterSpoolLine
    move PostalLine1 of LetterAddress to LetterSpoolLine(5:)
    write LetterSpoolLine
    move spaces to LetterSpoolLine
    move PostalLine2 of LetterAddress to LetterSpoolLine(5:)
    write LetterSpoolLine
    move spaces to LetterSpoolLine
    move PostalTown of LetterAddress to LetterSpoolLine(5:)
    write LetterSpoolLine
    move spaces to LetterSpoolLine
    move PostalPostcode of LetterAddress to LetterSpoolLine(5:)
    write LetterSpoolLine
    move spaces to LetterSpoolLine
    write LetterSpoolLine
    write LetterSpoolLine

    move spaces to LetterSpoolLine
    string PostingDate(7:2) "/" PostingDate(5:2) "/" PostingDate(1:4)
        delimited by size into LetterSpoolLine(50:)
    write LetterSpoolLine
    move spaces to LetterSpoolLine
    write LetterSpoolLine
    move spaces to LetterSpoolLine
    string "Dear " function trim(PostalAddressee of LetterAddress) ","
        delimited by size into LetterSpoolLine
    write LetterSpoolLine
    move spaces to LetterSpoolLine
    write LetterSpoolLine

    perform WriteLabel
    .

PrintNotice section.
    *> The same notice queued for email and text is printed once
    move 0 to MessageAlreadyHeld
    set MessageIdx to 1
    search LetterMessage
        at end continue
        when MessageIdx > LetterMessagesHeld
            continue
        when LetterMessage(MessageIdx) equal to LetterSortMessage
            set MessageIsRepeat to true
    end-search
    if MessageIsRepeat
        exit section
    end-if
    if LetterMessagesHeld < 20
        add 1 to LetterMessagesHeld
        move LetterSortMessage to LetterMessage(LetterMessagesHeld)
    end-if

    move LetterSortMessage to WrapText
    if WrapText(71:30) equal to spaces
        move WrapText to LetterSpoolLine
        write LetterSpoolLine
    else
        perform varying WrapAt from 70 by -1
            until WrapAt < 40 or WrapText(WrapAt:1) equal to space
            continue
        end-perform
        if WrapAt < 40
            move 70 to WrapAt
        end-if
        move spaces to LetterSpoolLine
        move WrapText(1:WrapAt) to LetterSpoolLine
        write LetterSpoolLine
        move spaces to LetterSpoolLine
        move function trim(WrapText(WrapAt + 1:)) to LetterSpoolLine
        write LetterSpoolLine
    end-if
    move spaces to LetterSpoolLine
    write LetterSpoolLine
    .

CloseLetter section.
    if PreviousAuthCode not equal to low-values
        move spaces to LetterSpoolLine
        write LetterSpoolLine
        move "With best wishes," to LetterSpoolLine
        write LetterSpoolLine
        move spaces to LetterSpoolLine
        write LetterSpoolLine
        move "The BarnCamp team" to LetterSpoolLine
        write LetterSpoolLine
    end-if
    .

WriteLabel section.
    move PostalAddressee of LetterAddress to LabelSpoolLine
    write LabelSpoolLine
    move PostalLine1 of LetterAddress to LabelSpoolLine
    write LabelSpoolLine
    move PostalLine2 of LetterAddress to LabelSpoolLine
    write LabelSpoolLine
    move PostalTown of LetterAddress to LabelSpoolLine
    write LabelSpoolLine
    move PostalPostcode of LetterAddress to LabelSpoolLine
    write LabelSpoolLine
    move spaces to LabelSpoolLine
    write LabelSpoolLine
    .

RecordPosted section.
    move LetterSortAuthCode to DispatchAuthCode
    move LetterSortStamp to DispatchNoticeStamp
    move LetterSortChannel to DispatchChannel
    set DispatchPosted to true
    move LetterSortAttempts to DispatchAttempts
    move PostedStamp to DispatchedAt
    move LetterSortTemplateRef to DispatchTemplateRef
    open extend DispatchLogFile
        write NoticeDispatchEntry
    close DispatchLogFile
    add 1 to NoticesPosted
    .

end program PrintPostalLetters.
