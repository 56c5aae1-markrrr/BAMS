identification division.
program-id. TakeDisputeEntry is initial.

environment division.
input-output section.
    file-control.
        select optional DisputesFile assign to DisputeFileName
            organization is indexed
            access mode is dynamic
            record key is DisputeKey
            file status is DisputeStatus.

        select optional PaymentLogFile assign to PaymentLogFileName
            organization is line sequential
            file status is PaymentLogStatus.

data division.
file section.
    fd DisputesFile.
        copy DisputeCase replacing DisputeCase by
            ==DisputeRecord.
            88 EndOfDisputesFile value high-values==.

    fd PaymentLogFile.
        copy PaymentTransaction.

working-storage section.
    01 DisputeStatus pic x(2).
        88 Successful    value "00".
        88 RecordExists  value "22".
        88 NoSuchRecord  value "23".
    01 PaymentLogStatus pic x(2).
        88 PaymentLogOk  values "00", "05".
        88 PaymentLogEof value "10".
    01 DisputeFileName pic x(20) value "disputes.dat".
    01 PaymentLogFileName pic x(24) value "payment-log.dat".

    copy Attendee replacing Attendee by ==DisputedAttendee==.
    copy OperatorSession.

    01 MenuAnswer pic x value space.
        88 OpenNewDispute   value "O", "o".
        88 UpdateDispute    value "U", "u".
        88 PrintEvidence    value "P", "p".
    01 EnteredAuthCode pic x(6) value spaces.
    01 EnteredChoice pic 99 value zero.
    01 EnteredAmount pic 9(5)v99 value zero.
    01 EnteredState pic x value space.

    01 EntryTable.
        05 NumberOfEntries pic 99 value zero.
        05 EntryLine occurs 50 times indexed by EntryIdx.
            10 EntryTimestamp pic x(15).
            10 EntryAmount    pic 9(5)v99.
            10 EntryState     pic x.

    01 AmountDisplay pic z(4)9.99 value zero.
    01 BalanceDisplay pic z(4)9.99 value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.
    01 LogFieldNameBuffer pic x(16) value spaces.
    01 LogOldValueBuffer pic x(30) value spaces.
    01 LogNewValueBuffer pic x(30) value spaces.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    display "CARD CHARGEBACK AND DISPUTE REGISTER"
    display "Open a dispute (O), update a dispute (U) or print an"
        " evidence pack (P)? " with no advancing
    accept MenuAnswer from console
    display "AuthCode: " with no advancing
    accept EnteredAuthCode from console
    move function upper-case(EnteredAuthCode) to EnteredAuthCode

    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content EnteredAuthCode,
        by reference DisputedAttendee
    if AttendeeName of DisputedAttendee equal to high-values
        display "No attendee found for " EnteredAuthCode
        goback
    end-if
    call "GetCurrentOperator" using by reference OperatorSession

    evaluate true
        when OpenNewDispute
            perform TakeNewDispute
        when UpdateDispute
            perform TakeDisputeUpdate
        when PrintEvidence
            call "PrintDisputeEvidencePack" using by content AttendeeFileName,
                by content EnteredAuthCode
        when other
            display "Nothing done"
    end-evaluate
    goback
    .

TakeNewDispute section.
    perform LoadCardPayments
    if NumberOfEntries equal to zero
        display "No card payments in " function trim(PaymentLogFileName)
            " for " EnteredAuthCode
        exit section
    end-if
    display "No  Timestamp        Amount"
    perform varying EntryIdx from 1 by 1 until EntryIdx > NumberOfEntries
        move EntryAmount(EntryIdx) to AmountDisplay
        set EnteredChoice to EntryIdx
        display EnteredChoice "  " EntryTimestamp(EntryIdx) "  $" AmountDisplay
    end-perform
    display "Payment being disputed (0 to cancel): " with no advancing
    accept EnteredChoice from console
    if EnteredChoice equal to zero or EnteredChoice > NumberOfEntries
        display "No dispute opened"
        exit section
    end-if
    set EntryIdx to EnteredChoice

    initialize DisputeRecord
    move EnteredAuthCode to DisputeAuthCode of DisputeRecord
    move EntryTimestamp(EntryIdx) to DisputePaymentTimestamp of DisputeRecord
    display "Disputed amount (blank for the full $"
        function trim(AmountDisplay) "): " with no advancing
    accept EnteredAmount from console
    if EnteredAmount equal to zero or EnteredAmount > EntryAmount(EntryIdx)
        move EntryAmount(EntryIdx) to EnteredAmount
    end-if
    move EnteredAmount to DisputeAmount of DisputeRecord
    display "Cardholder's dispute reason: " with no advancing
    accept DisputeReason of DisputeRecord from console
    display "Response deadline (YYYYMMDD): " with no advancing
    accept DisputeDeadline of DisputeRecord from console
    set DisputeIsOpen of DisputeRecord to true
    move SessionOperatorCode to DisputeOpenedBy of DisputeRecord
    move function current-date(1:8) to DisputeOpenedDate of DisputeRecord

    open i-o DisputesFile
        write DisputeRecord
            invalid key
                if RecordExists
                    display "That payment is already on the dispute register"
                else
                    display "Error - status is " DisputeStatus
                end-if
            not invalid key
                move DisputeAmount of DisputeRecord to AmountDisplay
                display "Dispute of $" AmountDisplay " opened against "
                    EnteredAuthCode " - respond by "
                    DisputeDeadline of DisputeRecord
        end-write
    close DisputesFile
    .

LoadCardPayments section.
    move zero to NumberOfEntries
    open input PaymentLogFile
        read PaymentLogFile
            at end set PaymentLogEof to true
        end-read
        perform until PaymentLogEof
            if PaymentAuthCode equal to EnteredAuthCode
                and PaymentTakenByCard
                and not PaymentIsReversal
                and NumberOfEntries < 50
                add 1 to NumberOfEntries
                set EntryIdx to NumberOfEntries
                move PaymentTimestamp to EntryTimestamp(EntryIdx)
                move PaymentAmount to EntryAmount(EntryIdx)
            end-if
            read PaymentLogFile
                at end set PaymentLogEof to true
            end-read
        end-perform
    close PaymentLogFile
    .

TakeDisputeUpdate section.
    perform LoadDisputesForAuthCode
    if NumberOfEntries equal to zero
        display "No disputes on the register for " EnteredAuthCode
        exit section
    end-if
    display "No  Payment          Amount    State"
    perform varying EntryIdx from 1 by 1 until EntryIdx > NumberOfEntries
        move EntryAmount(EntryIdx) to AmountDisplay
        set EnteredChoice to EntryIdx
        display EnteredChoice "  " EntryTimestamp(EntryIdx) "  $" AmountDisplay
            "  " EntryState(EntryIdx)
    end-perform
    display "Dispute to update (0 to cancel): " with no advancing
    accept EnteredChoice from console
    if EnteredChoice equal to zero or EnteredChoice > NumberOfEntries
        display "Nothing changed"
        exit section
    end-if
    set EntryIdx to EnteredChoice

    open i-o DisputesFile
    move EnteredAuthCode to DisputeAuthCode of DisputeRecord
    move EntryTimestamp(EntryIdx) to DisputePaymentTimestamp of DisputeRecord
    read DisputesFile
        invalid key
            display "Error - status is " DisputeStatus
            close DisputesFile
            exit section
    end-read
    if not DisputeIsLive of DisputeRecord
        display "That dispute is already closed ("
            DisputeState of DisputeRecord ")"
        close DisputesFile
        exit section
    end-if

    display "New state - E evidence sent, W won, L lost: " with no advancing
    accept EnteredState from console
    move function upper-case(EnteredState) to EnteredState
    evaluate EnteredState
        when "E"
            set DisputeEvidenceSent of DisputeRecord to true
        when "W"
            set DisputeWon of DisputeRecord to true
            move SessionOperatorCode to DisputeClosedBy of DisputeRecord
            move function current-date(1:8) to DisputeClosedDate of DisputeRecord
        when "L"
            move function current-date(1:8) to PostingDate
            call "CheckPeriodLock" using PostingDate,
                by reference PostingAllowed
            if not PostingIsAllowed
                close DisputesFile
                exit section
            end-if
            set DisputeLost of DisputeRecord to true
            move SessionOperatorCode to DisputeClosedBy of DisputeRecord
            move PostingDate to DisputeClosedDate of DisputeRecord
        when other
            display "Nothing changed"
            close DisputesFile
            exit section
    end-evaluate
    rewrite DisputeRecord
        invalid key
            display "Error - status is " DisputeStatus
    end-rewrite
    close DisputesFile

    evaluate true
        when DisputeEvidenceSent of DisputeRecord
            call "PrintDisputeEvidencePack" using by content AttendeeFileName,
                by content EnteredAuthCode
        when DisputeLost of DisputeRecord
            perform PostChargebackDebit
        when other
            display "Dispute closed as won - no posting needed"
    end-evaluate
    .

LoadDisputesForAuthCode section.
    move zero to NumberOfEntries
    move EnteredAuthCode to DisputeAuthCode of DisputeRecord
    move low-values to DisputePaymentTimestamp of DisputeRecord
    open input DisputesFile
        start DisputesFile key is not less than DisputeKey of DisputeRecord
            invalid key set EndOfDisputesFile to true
        end-start
        if not EndOfDisputesFile
            read DisputesFile next record
                at end set EndOfDisputesFile to true
            end-read
        end-if
        perform until EndOfDisputesFile
            or DisputeAuthCode of DisputeRecord not equal to EnteredAuthCode
            or NumberOfEntries >= 50
            add 1 to NumberOfEntries
            set EntryIdx to NumberOfEntries
            move DisputePaymentTimestamp of DisputeRecord
                to EntryTimestamp(EntryIdx)
            move DisputeAmount of DisputeRecord to EntryAmount(EntryIdx)
            move DisputeState of DisputeRecord to EntryState(EntryIdx)
            read DisputesFile next record
                at end set EndOfDisputesFile to true
            end-read
        end-perform
    close DisputesFile
    .

PostChargebackDebit section.
    *> The acquirer has taken the money back - reverse it out of the ledger
    initialize PaymentTransaction
    move EnteredAuthCode to PaymentAuthCode
    move function current-date(1:15) to PaymentTimestamp
    move DisputeAmount of DisputeRecord to PaymentAmount
    set PaymentTakenByCard to true
    move spaces to PaymentTakenBy
    string SessionOperatorCode " chargeback"
        delimited by size into PaymentTakenBy
    set PaymentIsReversal to true
    move DisputePaymentTimestamp of DisputeRecord to PaymentReversesTimestamp
    set ReasonChargeback to true
    call "ChainMoneyLogRecord" using by content "PAYMENT ",
        by reference PaymentTransaction
    open extend PaymentLogFile
        write PaymentTransaction
    close PaymentLogFile

    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content EnteredAuthCode,
        by reference DisputedAttendee
    move AmountPaid of DisputedAttendee to BalanceDisplay
    move BalanceDisplay to LogOldValueBuffer
    if DisputeAmount of DisputeRecord > AmountPaid of DisputedAttendee
        move zero to AmountPaid of DisputedAttendee
    else
        subtract DisputeAmount of DisputeRecord
            from AmountPaid of DisputedAttendee
    end-if
    if AmountPaid of DisputedAttendee < AmountToPay of DisputedAttendee
        set AttendeeNotPaid of DisputedAttendee to true
    end-if
    call "UpdateAttendee" using by content AttendeeFileName, DisputedAttendee

    move "AmountPaid" to LogFieldNameBuffer
    move AmountPaid of DisputedAttendee to BalanceDisplay
    move spaces to LogNewValueBuffer
    string BalanceDisplay " (chargeback lost)"
        delimited by size into LogNewValueBuffer
    call "LogAttendeeChange" using
        EnteredAuthCode, LogFieldNameBuffer,
        LogOldValueBuffer, LogNewValueBuffer
    move DisputeAmount of DisputeRecord to AmountDisplay
    display "Dispute lost - $" AmountDisplay " debited back to "
        EnteredAuthCode "'s balance"
    .

end program TakeDisputeEntry.
