    01 PaidTotal pic 9(7)v99 value zero.
    01 AmountDisplay pic z(4)9.99 value zero.
    01 TotalDisplay pic z(6)9.99 value zero.
    01 ClaimsHeld pic 999 value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.

linkage section.
    01 ClaimFileName pic x(20) value "expense-claims.dat".
    string "Claims paid: " ClaimsPaid "  totalling $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    if ClaimsHeld > zero
        string "Claims held unpaid - period closed: " ClaimsHeld
            delimited by size into ReportLineText
        perform EmitLine
    end-if
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

PayOneClaim section.
    *> Payment goes on the ledger today, so a closed period holds the
    *> claim back as approved for the next run once it is reopened
    move spaces to PostingDate
    call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
    if not PostingIsAllowed
        add 1 to ClaimsHeld
        move ClaimAmount of ClaimRecord to AmountDisplay
        move spaces to ReportLineText
        string ClaimID of ClaimRecord "  "
            ClaimantName of ClaimRecord " $" AmountDisplay
            "  NOT PAID - period closed"
            delimited by size into ReportLineText
        perform EmitLine
        exit section
    end-if
    add 1 to ClaimsPaid
    add ClaimAmount of ClaimRecord to PaidTotal
    move ClaimAmount of ClaimRecord to AmountDisplay
