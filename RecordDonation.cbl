    01 DonationLogStatus pic x(2).
    01 DonationLogFileName pic x(24) value "donation-log.dat".
    01 AmountDisplay pic z(4)9.99 value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.

linkage section.
    01 DonorAuthCode  pic x(6).
    01 DonatedAmount  pic 9(5)v99.
    01 DonatedVia     pic x.
    01 DonatedToFund  pic x.

procedure division using DonorAuthCode, DonatedAmount, DonatedVia,
    DonatedToFund.
    move function current-date(1:8) to PostingDate
    call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
    if not PostingIsAllowed
        display "Donation not recorded"
        goback
    end-if

    if DonorAuthCode equal to spaces
        move "ANON" to DonationAuthCode
    else
    move function current-date(1:15) to DonationTimestamp
    move DonatedAmount to DonationAmount
    move DonatedVia to DonationMethod
    move DonatedToFund to DonationFund

    call "ChainMoneyLogRecord" using by content "DONATION",
        by reference DonationEntry
    open extend DonationLogFile
        write DonationEntry
    close DonationLogFile
    move DonatedAmount to AmountDisplay
    if DonationIsBursary
        display "Recorded donation of $" AmountDisplay
            " to the bursary fund - thank you"
    else
        display "Recorded donation of $" AmountDisplay " - thank you"
    end-if
    goback
    .

