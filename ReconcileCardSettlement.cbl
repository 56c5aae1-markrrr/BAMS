    01 MerchandiseFileName pic x(20) value "merchandise.dat".
    01 ExpenseFileName pic x(20) value "expenses.dat".
    copy ExpenseEntry.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value 1.
        88 PostingIsAllowed value 1.

    01 SettleAuthCode pic x(6).
    01 SettleDate pic x(8).
    move NetTotal to AmountDisplay
    display "Net received from acquirer: $" AmountDisplay
    move FeesTotal to AmountDisplay
    if PostingIsAllowed
        display "Acquirer fees (posted to CARDFEES): $" AmountDisplay
    else
        display "Acquirer fees (NOT posted - period closed): $" AmountDisplay
    end-if
    display "Card payments with no settlement line: " UnsettledCardPayments
    goback
    .

PostFeesExpense section.
    if FeesTotal > zero
        move spaces to PostingDate
        call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
        if not PostingIsAllowed
            exit section
        end-if
        initialize ExpenseEntry
        move spaces to ExpenseID
        move "CARDFEES" to ExpenseCategory
