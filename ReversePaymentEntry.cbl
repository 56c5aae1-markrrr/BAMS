identification division.
program-id. ReversePaymentEntry is initial.

environment division.
input-output section.
    file-control.
        select optional PaymentLogFile assign to PaymentLogFileName
            organization is line sequential
            file status is PaymentLogStatus.

data division.
file section.
    fd PaymentLogFile.
        copy PaymentTransaction.

working-storage section.
    01 PaymentLogStatus pic x(2).
        88 PaymentLogOk  values "00", "05".
        88 PaymentLogEof value "10".
    01 PaymentLogFileName pic x(24) value "payment-log.dat".

    copy Attendee replacing Attendee by ==PayingAttendee==.
    copy OperatorSession.

    01 EnteredAuthCode pic x(6) value spaces.
    01 EnteredChoice pic 99 value zero.
    01 EnteredReason pic x(2) value spaces.
    01 ConfirmAnswer pic x value space.
        88 ReversalConfirmed value "Y", "y".
    01 CorrectAnswer pic x value space.
        88 CorrectionWanted value "Y", "y".

    01 EntryTable.
        05 NumberOfEntries pic 99 value zero.
        05 EntryLine occurs 50 times indexed by EntryIdx.
            10 EntryTimestamp pic x(15).
            10 EntryAmount    pic 9(5)v99.
            10 EntryVia       pic x.
            10 EntryTakenBy   pic x(20).
            10 EntryReversed  pic x.
                88 EntryAlreadyReversed value "Y".

    01 ReversedTimestamp pic x(15) value spaces.
    01 ReversedAmount pic 9(5)v99 value zero.
    01 ReversedVia pic x value space.
    01 ReversedTakenBy pic x(20) value spaces.
    01 CorrectAuthCode pic x(6) value spaces.
    01 CorrectAmount pic 9(5)v99 value zero.
    01 CorrectVia pic x value space.
    01 AmountDisplay pic z(4)9.99 value zero.
    01 IssuedReceiptNumber pic 9(6) value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.
    01 TicketMoneyFlag pic 9 value zero.
        88 EntryIsTicketMoney value 1.
    01 AdjustmentSign pic s9 value zero.
    01 AdjustmentAmount pic 9(5)v99 value zero.
    01 LogFieldNameBuffer pic x(16) value spaces.
    01 LogOldValueBuffer pic x(30) value spaces.
    01 LogNewValueBuffer pic x(30) value spaces.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    display "REVERSE OR CORRECT A PAYMENT LEDGER ENTRY"
    move function current-date(1:8) to PostingDate
    call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
    if not PostingIsAllowed
        goback
    end-if

    display "AuthCode the payment was posted to: " with no advancing
    accept EnteredAuthCode from console
    move function upper-case(EnteredAuthCode) to EnteredAuthCode
    perform LoadEntriesForAuthCode
    if NumberOfEntries equal to zero
        display "No payments in " function trim(PaymentLogFileName)
            " for " EnteredAuthCode
        goback
    end-if

    display "No  Timestamp        Amount    Via  Taken by"
    perform varying EntryIdx from 1 by 1 until EntryIdx > NumberOfEntries
        move EntryAmount(EntryIdx) to AmountDisplay
        set EnteredChoice to EntryIdx
        if EntryAlreadyReversed(EntryIdx)
            display EnteredChoice "  " EntryTimestamp(EntryIdx) "  $"
                AmountDisplay "  " EntryVia(EntryIdx) "    "
                EntryTakenBy(EntryIdx) " (reversed)"
        else
            display EnteredChoice "  " EntryTimestamp(EntryIdx) "  $"
                AmountDisplay "  " EntryVia(EntryIdx) "    "
                EntryTakenBy(EntryIdx)
        end-if
    end-perform

    display "Entry number to reverse (0 to cancel): " with no advancing
    accept EnteredChoice from console
    if EnteredChoice equal to zero or EnteredChoice > NumberOfEntries
        display "Nothing reversed"
        goback
    end-if
    set EntryIdx to EnteredChoice
    if EntryAlreadyReversed(EntryIdx)
        display "That entry has already been reversed"
        goback
    end-if
    if EntryTakenBy(EntryIdx)(1:12) equal to "bar tab load"
        display "Tab loads are settled on the tab screen, not reversed here"
        goback
    end-if
    move EntryTimestamp(EntryIdx) to ReversedTimestamp
    move EntryAmount(EntryIdx) to ReversedAmount
    move EntryVia(EntryIdx) to ReversedVia
    move EntryTakenBy(EntryIdx) to ReversedTakenBy

    display "Reason: WA wrong amount, WC wrong AuthCode, WM wrong method,"
    display "        DU duplicate, OT other: " with no advancing
    accept EnteredReason from console
    move function upper-case(EnteredReason) to PaymentReasonCode
    if not ReasonCodeIsValid
        display "Unknown reason code - nothing reversed"
        goback
    end-if
    move PaymentReasonCode to EnteredReason

    move ReversedAmount to AmountDisplay
    display "Reverse $" AmountDisplay " taken " ReversedTimestamp(1:8)
        " (Y/N)? " with no advancing
    accept ConfirmAnswer from console
    if not ReversalConfirmed
        display "Nothing reversed"
        goback
    end-if

    call "GetCurrentOperator" using by reference OperatorSession
    perform WriteReversal
    move EnteredAuthCode to CorrectAuthCode
    move ReversedAmount to AdjustmentAmount
    move -1 to AdjustmentSign
    perform AdjustAttendeeAmountPaid
    display "Reversal posted against " EnteredAuthCode

    display "Post the corrected payment now (Y/N)? " with no advancing
    accept CorrectAnswer from console
    if CorrectionWanted
        perform TakeCorrection
    end-if
    goback
    .

LoadEntriesForAuthCode section.
    move zero to NumberOfEntries
    open input PaymentLogFile
        read PaymentLogFile
            at end set PaymentLogEof to true
        end-read
        perform until PaymentLogEof
            if PaymentAuthCode equal to EnteredAuthCode
                evaluate true
                    when PaymentIsReversal
                        perform MarkEntryReversed
                    when NumberOfEntries < 50
                        add 1 to NumberOfEntries
                        set EntryIdx to NumberOfEntries
                        move PaymentTimestamp to EntryTimestamp(EntryIdx)
                        move PaymentAmount to EntryAmount(EntryIdx)
                        move PaymentTakenVia to EntryVia(EntryIdx)
                        move PaymentTakenBy to EntryTakenBy(EntryIdx)
                        move "N" to EntryReversed(EntryIdx)
                end-evaluate
            end-if
            read PaymentLogFile
                at end set PaymentLogEof to true
            end-read
        end-perform
    close PaymentLogFile
    .

MarkEntryReversed section.
    perform varying EntryIdx from 1 by 1 until EntryIdx > NumberOfEntries
        if EntryTimestamp(EntryIdx) equal to PaymentReversesTimestamp
            move "Y" to EntryReversed(EntryIdx)
        end-if
    end-perform
    .

WriteReversal section.
    initialize PaymentTransaction
    move EnteredAuthCode to PaymentAuthCode
    move function current-date(1:15) to PaymentTimestamp
    move ReversedAmount to PaymentAmount
    move ReversedVia to PaymentTakenVia
    move spaces to PaymentTakenBy
    string SessionOperatorCode " " SessionOperatorName
        delimited by size into PaymentTakenBy
    set PaymentIsReversal to true
    move ReversedTimestamp to PaymentReversesTimestamp
    move EnteredReason to PaymentReasonCode
    call "ChainMoneyLogRecord" using by content "PAYMENT ",
        by reference PaymentTransaction
    open extend PaymentLogFile
        write PaymentTransaction
    close PaymentLogFile
    .

TakeCorrection section.
    display "Correct AuthCode (blank for " EnteredAuthCode "): "
        with no advancing
    accept CorrectAuthCode from console
    if CorrectAuthCode equal to spaces
        move EnteredAuthCode to CorrectAuthCode
    end-if
    move function upper-case(CorrectAuthCode) to CorrectAuthCode
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content CorrectAuthCode,
        by reference PayingAttendee
    if AttendeeName of PayingAttendee equal to high-values
        display "No attendee found for " CorrectAuthCode
            " - reversal stands, no correction posted"
        exit section
    end-if
    display "Correct amount: " with no advancing
    accept CorrectAmount from console
    display "Method (C=cash K=card B=bank transfer, blank for "
        ReversedVia "): " with no advancing
    accept CorrectVia from console
    if CorrectVia equal to space
        move ReversedVia to CorrectVia
    end-if
    move function upper-case(CorrectVia) to CorrectVia
    if CorrectAmount equal to zero
        display "Zero amount - no correction posted"
        exit section
    end-if

    initialize PaymentTransaction
    move CorrectAuthCode to PaymentAuthCode
    move function current-date(1:15) to PaymentTimestamp
    move CorrectAmount to PaymentAmount
    move CorrectVia to PaymentTakenVia
    move ReversedTakenBy to PaymentTakenBy
    set PaymentIsCorrection to true
    move ReversedTimestamp to PaymentReversesTimestamp
    move EnteredReason to PaymentReasonCode
    call "ChainMoneyLogRecord" using by content "PAYMENT ",
        by reference PaymentTransaction
    open extend PaymentLogFile
        write PaymentTransaction
    close PaymentLogFile

    call "IssueReceipt" using CorrectAuthCode, CorrectAmount, CorrectVia,
        IssuedReceiptNumber
    move CorrectAmount to AdjustmentAmount
    move 1 to AdjustmentSign
    perform AdjustAttendeeAmountPaid
    display "Corrected payment posted against " CorrectAuthCode
    .

AdjustAttendeeAmountPaid section.
    *> Meal tickets sold at the servery never reach the booking balance
    if ReversedTakenBy(1:19) equal to "servery meal ticket"
        exit section
    end-if
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content CorrectAuthCode,
        by reference PayingAttendee
    if AttendeeName of PayingAttendee equal to high-values
        exit section
    end-if

    move AmountPaid of PayingAttendee to AmountDisplay
    move AmountDisplay to LogOldValueBuffer
    if AdjustmentSign < zero
        if AdjustmentAmount > AmountPaid of PayingAttendee
            move zero to AmountPaid of PayingAttendee
        else
            subtract AdjustmentAmount from AmountPaid of PayingAttendee
        end-if
    else
        add AdjustmentAmount to AmountPaid of PayingAttendee
        move PostingDate to DatePaid of PayingAttendee
    end-if
    if AmountPaid of PayingAttendee >= AmountToPay of PayingAttendee
        set AttendeePaid of PayingAttendee to true
    else
        set AttendeeNotPaid of PayingAttendee to true
    end-if
    call "UpdateAttendee" using by content AttendeeFileName, PayingAttendee

    move "AmountPaid" to LogFieldNameBuffer
    move AmountPaid of PayingAttendee to AmountDisplay
    move spaces to LogNewValueBuffer
    if AdjustmentSign < zero
        string AmountDisplay " (reversal " EnteredReason ")"
            delimited by size into LogNewValueBuffer
    else
        string AmountDisplay " (correction " EnteredReason ")"
            delimited by size into LogNewValueBuffer
    end-if
    call "LogAttendeeChange" using
        CorrectAuthCode, LogFieldNameBuffer,
        LogOldValueBuffer, LogNewValueBuffer
    .

end program ReversePaymentEntry.
