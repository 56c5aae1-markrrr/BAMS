identification division.
program-id. ApprovalsScreen is initial.

environment division.
input-output section.
    file-control.
        select optional ApprovalsFile assign to ApprovalFileName
            organization is indexed
            access mode is dynamic
            record key is ApprovalID
            file status is ApprovalStatus.

data division.
file section.
    fd ApprovalsFile.
        copy PendingApproval replacing PendingApproval by
            ==ApprovalRecord.
            88 EndOfApprovalsFile value high-values==.

working-storage section.
    01 ApprovalStatus pic x(2).
        88 Successful   value "00".
        88 NoSuchRecord value "23".
    01 ApprovalFileName pic x(24) value "pending-approvals.dat".
    01 VoucherFileName pic x(20) value "vouchers.dat".

    copy OperatorSession.

    01 PendingTable.
        05 NumberPending pic 999 value zero.
        05 PendingEntry occurs 200 times indexed by PendingIdx.
            10 PendingID pic x(6).

    01 DecisionAnswer pic x value space.
        88 DecisionApprove value "A", "a".
        88 DecisionReject  value "R", "r".
        88 DecisionQuit    value "Q", "q".
    01 AmountDisplay pic z(4)9.99 value zero.
    01 ActionAmount pic 9(5)v99 value zero.
    01 AmountPosted pic 9(5)v99 value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.
    01 IssuedVoucherCode pic x(6) value spaces.
    01 ItemsApproved pic 999 value zero.
    01 ItemsRejected pic 999 value zero.
    01 ItemsSkipped pic 999 value zero.
    copy Attendee replacing Attendee by ==CancelledAttendee==.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    call "GetCurrentOperator" using by reference OperatorSession
    if not SessionRoleIsTreasurer
        display "Only a TREASURER may decide approvals - operator "
            SessionOperatorCode " is " function trim(SessionOperatorRole)
        goback
    end-if

    display "PENDING APPROVALS - second TREASURER sign-off"
    perform LoadPendingApprovals
    if NumberPending equal to zero
        display "Nothing waiting for approval"
        goback
    end-if

    perform varying PendingIdx from 1 by 1
        until PendingIdx > NumberPending or DecisionQuit
        perform DecideOneApproval
    end-perform

    display " "
    display "Approved: " ItemsApproved "  Rejected: " ItemsRejected
        "  Left pending: " ItemsSkipped
    goback
    .

LoadPendingApprovals section.
    move zero to NumberPending
    move low-values to ApprovalID of ApprovalRecord
    start ApprovalsFile key is greater than ApprovalID of ApprovalRecord
        invalid key set EndOfApprovalsFile to true
    end-start
    open input ApprovalsFile
        if not EndOfApprovalsFile
            read ApprovalsFile next record
                at end set EndOfApprovalsFile to true
            end-read
        end-if
        perform until EndOfApprovalsFile or NumberPending >= 200
            if ApprovalPending of ApprovalRecord
                add 1 to NumberPending
                set PendingIdx to NumberPending
                move ApprovalID of ApprovalRecord to PendingID(PendingIdx)
            end-if
            read ApprovalsFile next record
                at end set EndOfApprovalsFile to true
            end-read
        end-perform
    close ApprovalsFile
    .

DecideOneApproval section.
    open i-o ApprovalsFile
    move PendingID(PendingIdx) to ApprovalID of ApprovalRecord
    read ApprovalsFile
        invalid key
            close ApprovalsFile
            exit section
    end-read
    close ApprovalsFile
    if not ApprovalPending of ApprovalRecord
        exit section
    end-if

    move ApprovalAmount of ApprovalRecord to AmountDisplay
    display " "
    display ApprovalID of ApprovalRecord "  "
        ApprovalType of ApprovalRecord "  "
        ApprovalAuthCode of ApprovalRecord "  $" AmountDisplay
    display "    " ApprovalReason of ApprovalRecord
    display "    raised by " ApprovalRaisedBy of ApprovalRecord
        " at " ApprovalRaisedTimestamp of ApprovalRecord
    if ApprovalRaisedBy of ApprovalRecord equal to SessionOperatorCode
        display "    You raised this one - another TREASURER must decide it"
        add 1 to ItemsSkipped
        exit section
    end-if

    display "Approve (A), reject (R), skip (S) or quit (Q)? "
        with no advancing
    accept DecisionAnswer from console
    evaluate true
        when DecisionApprove
            perform ApproveItem
        when DecisionReject
            set ApprovalRejected of ApprovalRecord to true
            perform RecordDecision
            add 1 to ItemsRejected
            display "    Rejected - nothing posted"
        when other
            add 1 to ItemsSkipped
    end-evaluate
    .

ApproveItem section.
    *> A write-off or voucher posts today; while the period is closed the
    *> item stays pending so it can be approved once it is reopened
    if ApprovalIsWriteOff of ApprovalRecord
        or ApprovalIsVoucher of ApprovalRecord
        call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
        if not PostingIsAllowed
            add 1 to ItemsSkipped
            display "    Left pending - nothing posted"
            exit section
        end-if
    end-if
    set ApprovalApproved of ApprovalRecord to true
    move ApprovalAmount of ApprovalRecord to ActionAmount
    evaluate true
        when ApprovalIsWriteOff of ApprovalRecord
            call "PostWriteOff" using AttendeeFileName,
                ApprovalAuthCode of ApprovalRecord, ActionAmount,
                ApprovalReason of ApprovalRecord,
                ApprovalRaisedBy of ApprovalRecord, SessionOperatorCode,
                by reference AmountPosted
            set ApprovalActioned of ApprovalRecord to true
            move function current-date(1:8)
                to ApprovalActionedDate of ApprovalRecord
            display "    Write-off posted"
        when ApprovalIsVoucher of ApprovalRecord
            move spaces to IssuedVoucherCode
            call "IssueCreditVoucher" using by content VoucherFileName,
                by content ApprovalAuthCode of ApprovalRecord,
                by reference ActionAmount,
                by reference IssuedVoucherCode
            set ApprovalActioned of ApprovalRecord to true
            move function current-date(1:8)
                to ApprovalActionedDate of ApprovalRecord
            move IssuedVoucherCode to ApprovalResultRef of ApprovalRecord
        when ApprovalIsRefund of ApprovalRecord
            display "    Approved - it will be paid in the next refund run"
        when ApprovalIsCancellation of ApprovalRecord
            perform CancelApprovedBooking
            set ApprovalActioned of ApprovalRecord to true
            move function current-date(1:8)
                to ApprovalActionedDate of ApprovalRecord
    end-evaluate
    perform RecordDecision
    add 1 to ItemsApproved
    .

CancelApprovedBooking section.
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content ApprovalAuthCode of ApprovalRecord,
        by reference CancelledAttendee
    if AttendeeName of CancelledAttendee equal to high-values
        display "    No booking " ApprovalAuthCode of ApprovalRecord
            " on file - nothing changed"
        exit section
    end-if
    if not AttendeeComing of CancelledAttendee
        display "    Booking is no longer expected - nothing changed"
        exit section
    end-if
    set AttendeeCancelled of CancelledAttendee to true
    if AmountPaid of CancelledAttendee > zero
        move AmountPaid of CancelledAttendee
            to RefundAmount of CancelledAttendee
    end-if
    call "UpdateAttendee" using by content AttendeeFileName, CancelledAttendee
    move RefundAmount of CancelledAttendee to AmountDisplay
    display "    Booking cancelled - refund of $" AmountDisplay
        " goes in the next refund run"
    .

RecordDecision section.
    move SessionOperatorCode to ApprovalDecidedBy of ApprovalRecord
    move function current-date(1:15)
        to ApprovalDecidedTimestamp of ApprovalRecord
    open i-o ApprovalsFile
        rewrite ApprovalRecord
            invalid key
                display "Error - status is " ApprovalStatus
        end-rewrite
    close ApprovalsFile
    .

end program ApprovalsScreen.
