    01 BankTotal  pic 9(7)v99 value zero.
    01 UnknownCount pic 9(4) value zero.
    01 UnknownTotal pic 9(7)v99 value zero.
    01 ReversalCount pic 9(4) value zero.
    01 ReversalTotal pic 9(7)v99 value zero.
    01 GrandTotal pic 9(8)v99 value zero.
    01 AmountDisplay pic z(7)9.99 value zero.
    copy ReportWriterRequest.
        end-read
        perform until PaymentLogEof
            evaluate true
                when PaymentIsReversal
                    perform NetReversal
                when PaymentTakenInCash
                    add 1 to CashCount
                    add PaymentAmount to CashTotal
    goback
    .

NetReversal section.
    add 1 to ReversalCount
    add PaymentAmount to ReversalTotal
    evaluate true
        when PaymentTakenInCash
            subtract PaymentAmount from CashTotal
        when PaymentTakenByCard
            subtract PaymentAmount from CardTotal
        when PaymentTakenByBankTransfer
            subtract PaymentAmount from BankTotal
        when other
            subtract PaymentAmount from UnknownTotal
    end-evaluate
    .

PrintReport section.
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    string "Total                  " AmountDisplay
        delimited by size into ReportLineText
    call "ReportWriter" using ReportWriterRequest
    if ReversalCount > zero
        move ReversalTotal to AmountDisplay
        move spaces to ReportLineText
        string "(net of " ReversalCount " reversal(s) totalling $"
            function trim(AmountDisplay) ")"
            delimited by size into ReportLineText
        call "ReportWriter" using ReportWriterRequest
    end-if

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
