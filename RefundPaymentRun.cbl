                with duplicates
            file status is AttendeeStatus.

        select optional ApprovalsFile assign to ApprovalFileName
            organization is indexed
            access mode is dynamic
            record key is ApprovalID
            file status is ApprovalStatus.

        select optional HireBookingsFile assign to HireBookingsFileName
            organization is indexed
            access mode is dynamic
            record key is HireBookingKey
            file status is HireBookingStatus.

        select RefundRunFile assign to RefundRunFileName
            organization is line sequential
            file status is RefundRunStatus.
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd ApprovalsFile.
        copy PendingApproval replacing PendingApproval by
            ==ApprovalRecord.
            88 EndOfApprovalsFile value high-values==.

    fd HireBookingsFile.
        copy HireBooking replacing HireBooking by
            ==HireBookingRecord.
            88 EndOfHireBookingsFile value high-values==.

    fd RefundRunFile
        record contains 80 characters.
        01 RefundRunLine pic x(80).
        88 NoSuchRecord value "23".

    01 RefundRunStatus pic x(2).
    01 ApprovalStatus pic x(2).
    01 ApprovalFileName pic x(24) value "pending-approvals.dat".
    01 HireBookingStatus pic x(2).
    01 HireBookingsFileName pic x(24) value "hire-bookings.dat".

    copy Attendee replacing Attendee by ==RefundAttendee==.

        05 RefundDueEntry occurs 200 times indexed by RefundIdx.
            10 RefundDueAuthCode pic x(6).

    01 HireRefundDueTable.
        05 NumberOfHireRefundsDue pic 999 value zero.
        05 HireRefundDueEntry occurs 300 times indexed by HireRefundIdx.
            10 HireRefundDueAuthCode pic x(6).
            10 HireRefundDueSeq      pic 999.
    01 HireRefundReference pic x(12) value spaces.
    01 BalanceOwed pic s9(6)v99 value zero.

    01 RefundsPaid pic 999 value zero.
    01 RefundsTotal pic 9(8)v99 value zero.
    01 RefundsTotalDisplay pic z(7)9.99 value zero.
    01 RefundAmountText pic z(4)9.99 value zero.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.
    01 RefundAmountWanted pic 9(5)v99 value zero.
    01 ApprovalNeeded pic 9 value zero.
        88 NeedsSecondApproval value 1.
    01 ApprovalFound pic x value space.
        88 NoApprovalOnFile value space.
        88 ApprovalIsWaiting value "P".
        88 ApprovalWasGiven value "A".
        88 ApprovalWasRejected value "R".
    01 ApprovedIDForRefund pic x(6) value spaces.
    01 ApprovedByForRefund pic x(3) value spaces.
    01 ApprovalTypeWanted pic x(8) value "REFUND".
    01 ApprovalReasonText pic x(30) value "Cancellation refund".
    01 HireDepositReason pic x(30) value spaces.
    01 WantedApprovalReason pic x(30) value spaces.
    01 RefundsHeld pic 999 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
        ".csv" delimited by size
        into RefundRunFileName

    call "CheckPeriodLock" using RunDate, by reference PostingAllowed
    if not PostingIsAllowed
        display "Refund run not made"
        goback
    end-if

    perform CollectRefundsDue
    perform CollectHireDepositsDue

    if NumberOfRefundsDue equal to zero and NumberOfHireRefundsDue equal to zero
        display "No refunds due - nothing to pay"
    else
        perform PayCollectedRefunds
    close AttendeesFile
    .

CollectHireDepositsDue section.
    *> Hire deposits come back once the item is checked in, less damage
    move low-values to HireBookingKey of HireBookingRecord
    start HireBookingsFile key is greater than
        HireBookingKey of HireBookingRecord
        invalid key set EndOfHireBookingsFile to true
    end-start
    open input HireBookingsFile
        if not EndOfHireBookingsFile
            read HireBookingsFile next record
                at end set EndOfHireBookingsFile to true
            end-read
        end-if
        perform until EndOfHireBookingsFile or NumberOfHireRefundsDue >= 300
            if HireIsReturned of HireBookingRecord
                and HireDepositRefund of HireBookingRecord > zero
                and HireRefundNotPaid of HireBookingRecord
                add 1 to NumberOfHireRefundsDue
                set HireRefundIdx to NumberOfHireRefundsDue
                move HireAuthCode of HireBookingRecord
                    to HireRefundDueAuthCode(HireRefundIdx)
                move HireBookingSeq of HireBookingRecord
                    to HireRefundDueSeq(HireRefundIdx)
            end-if
            read HireBookingsFile next record
                at end set EndOfHireBookingsFile to true
            end-read
        end-perform
    close HireBookingsFile
    .

PayCollectedRefunds section.
    display "    BarnCamp Attendee Management System v1.0   (c) copyleft 2017 HacktionLab    "
    display "REFUND PAYMENT RUN - " RunDate
    display "--------  ------------------------------ ------"

    open output RefundRunFile
        move "AuthCode,Name,Amount,ApprovedBy" to RefundRunLine
        write RefundRunLine
        perform varying RefundIdx from 1 by 1
            until RefundIdx > NumberOfRefundsDue
            perform PayOneRefund
        end-perform
        perform varying HireRefundIdx from 1 by 1
            until HireRefundIdx > NumberOfHireRefundsDue
            perform PayOneHireDeposit
        end-perform
    close RefundRunFile

    display "--------  ------------------------------ ------"
    move RefundsTotal to RefundsTotalDisplay
    display "Refunds in this run: " RefundsPaid "   Total: $" RefundsTotalDisplay
    if RefundsHeld > zero
        display "Refunds held for a second TREASURER approval: " RefundsHeld
    end-if
    display "Bank payment run written to " function trim(RefundRunFileName)
    .

        by reference RefundAttendee
    if AttendeeName of RefundAttendee not equal to high-values
        and RefundDate of RefundAttendee equal to spaces
        move spaces to ApprovedByForRefund
        move RefundAmount of RefundAttendee to RefundAmountWanted
        call "CheckApprovalThreshold" using RefundAmountWanted,
            by reference ApprovalNeeded
        if NeedsSecondApproval
            move ApprovalReasonText to WantedApprovalReason
            perform FindRefundApproval
            evaluate true
                when ApprovalWasGiven
                    perform MarkApprovalActioned
                when ApprovalIsWaiting
                    display AuthCode of RefundAttendee
                        "  held - awaiting second approval"
                    add 1 to RefundsHeld
                    exit section
                when ApprovalWasRejected
                    display AuthCode of RefundAttendee
                        "  held - refund approval was rejected"
                    add 1 to RefundsHeld
                    exit section
                when other
                    call "RaiseApprovalRequest" using ApprovalTypeWanted,
                        AuthCode of RefundAttendee, RefundAmountWanted,
                        ApprovalReasonText
                    add 1 to RefundsHeld
                    exit section
            end-evaluate
        end-if

        move RefundAmount of RefundAttendee to RefundAmountText
        move spaces to RefundRunLine
        string
            function trim(AuthCode of RefundAttendee) delimited by size ","
            function trim(AttendeeName of RefundAttendee) delimited by size ","
            function trim(RefundAmountText) delimited by size ","
            function trim(ApprovedByForRefund) delimited by size
            into RefundRunLine
        end-string
        write RefundRunLine
    end-if
    .

FindRefundApproval section.
    *> The latest decision for this AuthCode and reason wins; actioned
    *> ones are spent
    move space to ApprovalFound
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
        perform until EndOfApprovalsFile
            if ApprovalIsRefund of ApprovalRecord
                and ApprovalAuthCode of ApprovalRecord
                    equal to AuthCode of RefundAttendee
                and ApprovalReason of ApprovalRecord
                    equal to WantedApprovalReason
                and not ApprovalActioned of ApprovalRecord
                and not ApprovalWasGiven
                move ApprovalState of ApprovalRecord to ApprovalFound
                if ApprovalWasGiven
                    move ApprovalID of ApprovalRecord to ApprovedIDForRefund
                    move ApprovalDecidedBy of ApprovalRecord
                        to ApprovedByForRefund
                end-if
            end-if
            read ApprovalsFile next record
                at end set EndOfApprovalsFile to true
            end-read
        end-perform
    close ApprovalsFile
    .

MarkApprovalActioned section.
    open i-o ApprovalsFile
        move ApprovedIDForRefund to ApprovalID of ApprovalRecord
        read ApprovalsFile
            invalid key
                display "Error - status is " ApprovalStatus
            not invalid key
                set ApprovalActioned of ApprovalRecord to true
                move RunDate to ApprovalActionedDate of ApprovalRecord
                rewrite ApprovalRecord
        end-read
    close ApprovalsFile
    .

PayOneHireDeposit section.
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content HireRefundDueAuthCode(HireRefundIdx),
        by reference RefundAttendee
    if AttendeeName of RefundAttendee equal to high-values
        exit section
    end-if
    *> The deposit was collected through the booking balance, so the
    *> account has to be settled before it can be handed back
    compute BalanceOwed = AmountToPay of RefundAttendee
        - AmountPaid of RefundAttendee
    if BalanceOwed > zero
        display AuthCode of RefundAttendee
            "  hire deposit held - account not settled"
        add 1 to RefundsHeld
        exit section
    end-if

    open i-o HireBookingsFile
        move HireRefundDueAuthCode(HireRefundIdx)
            to HireAuthCode of HireBookingRecord
        move HireRefundDueSeq(HireRefundIdx)
            to HireBookingSeq of HireBookingRecord
        read HireBookingsFile
            invalid key
                move zero to RefundAmountWanted
            not invalid key
                move HireDepositRefund of HireBookingRecord
                    to RefundAmountWanted
        end-read
        if RefundAmountWanted > zero
            call "CheckApprovalThreshold" using RefundAmountWanted,
                by reference ApprovalNeeded
            evaluate true
                when RefundAmountWanted > AmountToPay of RefundAttendee
                    display AuthCode of RefundAttendee
                        "  hire deposit held - not carried on the account"
                    add 1 to RefundsHeld
                when NeedsSecondApproval
                    perform PayApprovedHireDeposit
                when other
                    move RunDate to HireRefundDate of HireBookingRecord
                    rewrite HireBookingRecord
                    perform WriteHireDepositLine
            end-evaluate
        end-if
    close HireBookingsFile
    .

PayApprovedHireDeposit section.
    *> The approval names the hire booking so it cannot be confused with
    *> a cancellation refund on the same booking
    move spaces to HireDepositReason
    string "Hire deposit HIRE " HireBookingSeq of HireBookingRecord
        delimited by size into HireDepositReason
    move HireDepositReason to WantedApprovalReason
    perform FindRefundApproval
    evaluate true
        when ApprovalWasGiven
            move RunDate to HireRefundDate of HireBookingRecord
            rewrite HireBookingRecord
            perform WriteHireDepositLine
            perform MarkApprovalActioned
        when ApprovalIsWaiting
            display AuthCode of RefundAttendee
                "  hire deposit held - awaiting second approval"
            add 1 to RefundsHeld
        when ApprovalWasRejected
            display AuthCode of RefundAttendee
                "  hire deposit held - refund approval was rejected"
            add 1 to RefundsHeld
        when other
            call "RaiseApprovalRequest" using ApprovalTypeWanted,
                AuthCode of RefundAttendee, RefundAmountWanted,
                HireDepositReason
            display AuthCode of RefundAttendee
                "  hire deposit held - sent for second approval"
            add 1 to RefundsHeld
    end-evaluate
    .

WriteHireDepositLine section.
    move RefundAmountWanted to RefundAmountText
    move spaces to HireRefundReference
    string "HIRE " HireBookingSeq of HireBookingRecord
        delimited by size into HireRefundReference
    move spaces to RefundRunLine
    string
        function trim(AuthCode of RefundAttendee) delimited by size ","
        function trim(AttendeeName of RefundAttendee) delimited by size ","
        function trim(RefundAmountText) delimited by size ","
        function trim(HireRefundReference) delimited by size
        into RefundRunLine
    end-string
    write RefundRunLine

    display AuthCode of RefundAttendee "  "
        AttendeeName of RefundAttendee " $" RefundAmountText " (hire deposit)"

    add 1 to RefundsPaid
    add RefundAmountWanted to RefundsTotal

    *> Money going back out comes off both sides of the account
    subtract RefundAmountWanted from AmountToPay of RefundAttendee
    subtract RefundAmountWanted from AmountPaid of RefundAttendee
    call "UpdateAttendee" using by content AttendeeFileName, RefundAttendee
    .

end program RefundPaymentRun.
