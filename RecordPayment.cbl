    01 PaymentLogStatus pic x(2).
    01 PaymentLogFileName pic x(24) value "payment-log.dat".
    01 IssuedReceiptNumber pic 9(6) value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.
    copy OperatorSession.

linkage section.
    01 PaidTakenBy  pic x(20).

procedure division using PaidAuthCode, PaidAmount, PaidVia, PaidTakenBy.
    move function current-date(1:8) to PostingDate
    call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
    if not PostingIsAllowed
        display "Payment of " PaidAuthCode " not recorded"
        goback
    end-if

    move PaidAuthCode to PaymentAuthCode
    move function current-date(1:15) to PaymentTimestamp
    move PaidAmount to PaymentAmount
        move PaidTakenBy to PaymentTakenBy
    end-if

    call "ChainMoneyLogRecord" using by content "PAYMENT ",
        by reference PaymentTransaction
    open extend PaymentLogFile
        write PaymentTransaction
    close PaymentLogFile
