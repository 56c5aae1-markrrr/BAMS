identification division.
program-id. GetGrantSpendStatement is initial.

environment division.
input-output section.
    file-control.
        select optional GrantsFile assign to GrantFileName
            organization is indexed
            access mode is dynamic
            record key is GrantCode of GrantRecord
            file status is GrantStatus.

        select optional TagsFile assign to TagFileName
            organization is indexed
            access mode is dynamic
            record key is TagExpenseID of TagRecord
            file status is TagStatus.

        select optional ExpensesFile assign to ExpenseFileName
            organization is indexed
            access mode is dynamic
            record key is ExpenseID of ExpenseRecord
            file status is ExpenseStatus.

data division.
file section.
    fd GrantsFile.
        copy FundingGrant replacing FundingGrant by
            ==GrantRecord.
            88 EndOfGrantsFile value high-values==.

    fd TagsFile.
        copy ExpenseGrantTag replacing ExpenseGrantTag by
            ==TagRecord.
            88 EndOfTagsFile value high-values==.

    fd ExpensesFile.
        copy ExpenseEntry replacing ExpenseEntry by
            ==ExpenseRecord.
            88 EndOfExpensesFile value high-values==.

working-storage section.
    01 GrantStatus pic x(2).
    01 TagStatus pic x(2).
    01 ExpenseStatus pic x(2).
    01 GrantFileName pic x(20) value "funding-grants.dat".
    01 TagFileName pic x(20) value "expense-grants.dat".
    01 ExpenseFileName pic x(20) value "expenses.dat".

    01 GrantFound pic 9 value zero.
        88 GrantWasFound value 1.
    01 CategoryIndex pic 9 value zero.
    01 RestrictionCount pic 9 value zero.
    01 CategoryAllowed pic 9 value zero.
        88 CategoryIsAllowed value 1.
    01 ExpensesListed pic 999 value zero.
    01 OutsideConditions pic 999 value zero.
    01 TotalSpent pic 9(7)v99 value zero.
    01 LeftToSpend pic s9(7)v99 value zero.
    01 AmountDisplay pic z(5)9.99.
    01 SignedDisplay pic -(6)9.99.
    copy ReportWriterRequest.

linkage section.
    01 StatementGrantCode pic x(8).

procedure division using StatementGrantCode.
    move function upper-case(StatementGrantCode) to StatementGrantCode
    open input GrantsFile
        move StatementGrantCode to GrantCode of GrantRecord
        read GrantsFile
            invalid key continue
            not invalid key move 1 to GrantFound
        end-read
    close GrantsFile
    if not GrantWasFound
        display "No grant " StatementGrantCode " on the funding register"
        goback
    end-if

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    string "SPEND AGAINST GRANT " StatementGrantCode
        delimited by size into ReportTitle
    move "spool-grantspend.txt" to ReportSpoolName
    move TagFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    string "Funder: " GrantFunder of GrantRecord
        delimited by size into ReportLineText
    perform EmitLine
    string "Conditions: " GrantCondition of GrantRecord
        delimited by size into ReportLineText
    perform EmitLine
    move zero to RestrictionCount
    move "Spend restricted to:" to ReportLineText
    perform varying CategoryIndex from 1 by 1 until CategoryIndex > 4
        if GrantCategory of GrantRecord(CategoryIndex) not equal to spaces
            add 1 to RestrictionCount
            move GrantCategory of GrantRecord(CategoryIndex)
                to ReportLineText(9 + CategoryIndex * 13:12)
        end-if
    end-perform
    if RestrictionCount equal to zero
        move "Spend restricted to: (unrestricted)" to ReportLineText
    end-if
    perform EmitLine
    perform EmitLine

    move "Expense Date     Category     Payee                            Amount"
        to ReportLineText
    perform EmitLine
    perform ListTaggedExpenses
    if ExpensesListed equal to zero
        move "(no expenses tagged to this grant)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine

    move GrantAwarded of GrantRecord to AmountDisplay
    string "Awarded            " AmountDisplay delimited by size
        into ReportLineText
    perform EmitLine
    move GrantReceived of GrantRecord to AmountDisplay
    string "Received so far    " AmountDisplay delimited by size
        into ReportLineText
    perform EmitLine
    move TotalSpent to AmountDisplay
    string "Spent against it   " AmountDisplay delimited by size
        into ReportLineText
    perform EmitLine
    compute LeftToSpend = GrantAwarded of GrantRecord - TotalSpent
    move LeftToSpend to SignedDisplay
    string "Left of award     " SignedDisplay delimited by size
        into ReportLineText
    perform EmitLine
    compute LeftToSpend = GrantReceived of GrantRecord - TotalSpent
    move LeftToSpend to SignedDisplay
    string "Left of receipts  " SignedDisplay delimited by size
        into ReportLineText
    perform EmitLine
    if OutsideConditions > zero
        perform EmitLine
        string "** " OutsideConditions " expense(s) marked * fall outside"
            " the grant's categories **" delimited by size
            into ReportLineText
        perform EmitLine
    end-if

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

ListTaggedExpenses section.
    move low-values to TagExpenseID of TagRecord
    start TagsFile key is greater than TagExpenseID of TagRecord
        invalid key set EndOfTagsFile to true
    end-start
    open input TagsFile
    open input ExpensesFile
        if not EndOfTagsFile
            read TagsFile next record
                at end set EndOfTagsFile to true
            end-read
        end-if
        perform until EndOfTagsFile
            if TagGrantCode of TagRecord equal to StatementGrantCode
                perform PrintTaggedExpense
            end-if
            read TagsFile next record
                at end set EndOfTagsFile to true
            end-read
        end-perform
    close ExpensesFile
    close TagsFile
    .

PrintTaggedExpense section.
    move TagExpenseID of TagRecord to ExpenseID of ExpenseRecord
    read ExpensesFile
        invalid key exit section
    end-read
    add 1 to ExpensesListed
    add ExpenseAmount of ExpenseRecord to TotalSpent
    move ExpenseAmount of ExpenseRecord to AmountDisplay
    string ExpenseID of ExpenseRecord "  " ExpenseDate of ExpenseRecord " "
        ExpenseCategory of ExpenseRecord " " ExpensePayee of ExpenseRecord
        " " AmountDisplay delimited by size into ReportLineText
    perform CheckExpenseCategory
    if not CategoryIsAllowed
        move "*" to ReportLineText(80:1)
        add 1 to OutsideConditions
    end-if
    perform EmitLine
    .

CheckExpenseCategory section.
    move 1 to CategoryAllowed
    if RestrictionCount equal to zero
        exit section
    end-if
    move zero to CategoryAllowed
    perform varying CategoryIndex from 1 by 1 until CategoryIndex > 4
        if GrantCategory of GrantRecord(CategoryIndex)
            equal to ExpenseCategory of ExpenseRecord
            move 1 to CategoryAllowed
        end-if
    end-perform
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetGrantSpendStatement.
