identification division.
program-id. TakeFundingEntry is initial.

environment division.
input-output section.
    file-control.
        select optional GrantsFile assign to GrantFileName
            organization is indexed
            access mode is dynamic
            record key is GrantCode of GrantRecord
            file status is GrantStatus.

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

    fd ExpensesFile.
        copy ExpenseEntry replacing ExpenseEntry by
            ==ExpenseRecord.
            88 EndOfExpensesFile value high-values==.

working-storage section.
    01 GrantStatus pic x(2).
        88 RecordExists value "22".
    01 ExpenseStatus pic x(2).
    01 GrantFileName pic x(20) value "funding-grants.dat".
    01 ExpenseFileName pic x(20) value "expenses.dat".
    copy OperatorSession.

    01 ActionEntry pic x value space.
        88 SettingGrant       value "A", "a".
        88 RecordingReceipt   value "R", "r".
        88 MarkingDeliverable value "D", "d".
        88 TaggingExpense     value "T", "t".
        88 ListingGrants      value "L", "l".
    01 EnteredCode pic x(8) value spaces.
    01 EnteredExpenseID pic x(6) value spaces.
    01 AmountText pic x(10) value spaces.
    01 EnteredAmount pic 9(6)v99 value zero.
    01 KindEntry pic x value space.
    01 TodaysDate pic x(8) value spaces.
    01 CategoryIndex pic 9 value zero.
    01 DeliverableIndex pic 9 value zero.
    01 GrantFound pic 9 value zero.
        88 GrantWasFound value 1.
    01 ExpenseCategoryFound pic x(12) value spaces.
    01 GrantCheckFlag pic 9 value zero.
        88 GrantSpendAllowed    value 0.
        88 GrantNotOnFile       value 1.
        88 GrantCategoryBarred  value 2.
    01 GrantsListed pic 999 value zero.
    01 AwardedDisplay pic z(5)9.99 value zero.
    01 ReceivedDisplay pic z(5)9.99 value zero.
    01 StateText pic x(11) value spaces.

procedure division.
    call "GetCurrentOperator" using by reference OperatorSession
    move function current-date(1:8) to TodaysDate
    display "Funding register - A=add/change grant, R=money received,"
    display "   D=deliverable done, T=tag an expense, L=list: "
        with no advancing
    accept ActionEntry from console
    evaluate true
        when SettingGrant perform TakeGrant
        when RecordingReceipt perform RecordReceipt
        when MarkingDeliverable perform MarkDeliverableDone
        when TaggingExpense perform TagExpense
        when ListingGrants perform ListGrants
        when other display "No action taken"
    end-evaluate
    goback
    .

TakeGrant section.
    display "Grant code (e.g. TRUST24, COOPSPON): " with no advancing
    accept EnteredCode from console
    move function upper-case(EnteredCode) to EnteredCode
    if EnteredCode equal to spaces
        display "Nothing saved"
        exit section
    end-if
    perform ReadGrant
    if not GrantWasFound
        initialize GrantRecord
        move EnteredCode to GrantCode of GrantRecord
    end-if

    display "Funder: " with no advancing
    accept GrantFunder of GrantRecord from console
    move space to KindEntry
    perform until KindEntry equal to "G" or KindEntry equal to "S"
        display "G trust grant or S sponsorship: " with no advancing
        accept KindEntry from console
        move function upper-case(KindEntry) to KindEntry
    end-perform
    move KindEntry to GrantKind of GrantRecord
    display "Amount awarded: " with no advancing
    accept AmountText from console
    if AmountText not equal to spaces
        compute GrantAwarded of GrantRecord = function numval(AmountText)
    end-if
    display "Conditions (as the funder puts them): " with no advancing
    accept GrantCondition of GrantRecord from console
    display "Restricted to expense categories - blank if unrestricted"
    perform varying CategoryIndex from 1 by 1 until CategoryIndex > 4
        display "  Category " CategoryIndex ": " with no advancing
        accept GrantCategory of GrantRecord(CategoryIndex) from console
        move function upper-case(GrantCategory of GrantRecord(CategoryIndex))
            to GrantCategory of GrantRecord(CategoryIndex)
    end-perform
    display "Reports and deliverables owed to the funder - blank date if none"
    perform varying DeliverableIndex from 1 by 1 until DeliverableIndex > 3
        display "  Due date " DeliverableIndex " (YYYYMMDD): "
            with no advancing
        accept DeliverableDueDate of GrantRecord(DeliverableIndex)
            from console
        if DeliverableDueDate of GrantRecord(DeliverableIndex)
            not equal to spaces
            display "  What is owed: " with no advancing
            accept DeliverableText of GrantRecord(DeliverableIndex)
                from console
            if DeliverableState of GrantRecord(DeliverableIndex)
                equal to space
                move "O" to DeliverableState of GrantRecord(DeliverableIndex)
            end-if
        else
            initialize GrantDeliverable of GrantRecord(DeliverableIndex)
        end-if
    end-perform
    display "Attendance to report from (YYYYMMDD, blank for all): "
        with no advancing
    accept GrantAttendanceFrom of GrantRecord from console
    display "Attendance to report to (YYYYMMDD, blank for all): "
        with no advancing
    accept GrantAttendanceTo of GrantRecord from console

    open i-o GrantsFile
        write GrantRecord
            invalid key
                if RecordExists
                    rewrite GrantRecord
                else
                    display "Error - status is " GrantStatus
                end-if
        end-write
    close GrantsFile
    display "Saved grant " GrantCode of GrantRecord
    .

RecordReceipt section.
    display "Grant code: " with no advancing
    accept EnteredCode from console
    move function upper-case(EnteredCode) to EnteredCode
    display "Amount received: " with no advancing
    accept AmountText from console
    compute EnteredAmount = function numval(AmountText)
    if EnteredAmount equal to zero
        display "Nothing recorded"
        exit section
    end-if
    open i-o GrantsFile
        move EnteredCode to GrantCode of GrantRecord
        read GrantsFile
            invalid key
                display "No grant " EnteredCode " on file"
            not invalid key
                add EnteredAmount to GrantReceived of GrantRecord
                rewrite GrantRecord
                move GrantReceived of GrantRecord to ReceivedDisplay
                move GrantAwarded of GrantRecord to AwardedDisplay
                display "Received so far $" ReceivedDisplay
                    " of $" AwardedDisplay " awarded"
        end-read
    close GrantsFile
    .

MarkDeliverableDone section.
    display "Grant code: " with no advancing
    accept EnteredCode from console
    move function upper-case(EnteredCode) to EnteredCode
    perform ReadGrant
    if not GrantWasFound
        display "No grant " EnteredCode " on file"
        exit section
    end-if
    perform varying DeliverableIndex from 1 by 1 until DeliverableIndex > 3
        if DeliverableDueDate of GrantRecord(DeliverableIndex)
            not equal to spaces
            display "  " DeliverableIndex " due "
                DeliverableDueDate of GrantRecord(DeliverableIndex) " "
                DeliverableText of GrantRecord(DeliverableIndex) " "
                DeliverableState of GrantRecord(DeliverableIndex)
        end-if
    end-perform
    display "Which one is done (1-3): " with no advancing
    accept DeliverableIndex from console
    if DeliverableIndex < 1 or DeliverableIndex > 3
        display "Nothing changed"
        exit section
    end-if
    if DeliverableDueDate of GrantRecord(DeliverableIndex) equal to spaces
        display "Nothing owed under " DeliverableIndex
        exit section
    end-if
    set DeliverableIsDone of GrantRecord(DeliverableIndex) to true
    move TodaysDate to DeliverableDoneDate of GrantRecord(DeliverableIndex)
    open i-o GrantsFile
        rewrite GrantRecord
            invalid key display "Error - status is " GrantStatus
        end-rewrite
    close GrantsFile
    display "Marked done"
    .

TagExpense section.
    display "Expense ID: " with no advancing
    accept EnteredExpenseID from console
    move function upper-case(EnteredExpenseID) to EnteredExpenseID
    move spaces to ExpenseCategoryFound
    open input ExpensesFile
        move EnteredExpenseID to ExpenseID of ExpenseRecord
        read ExpensesFile
            invalid key continue
            not invalid key
                move ExpenseCategory of ExpenseRecord to ExpenseCategoryFound
        end-read
    close ExpensesFile
    if ExpenseCategoryFound equal to spaces
        display "No expense " EnteredExpenseID " on file"
        exit section
    end-if
    display "Grant code: " with no advancing
    accept EnteredCode from console
    call "CheckGrantExpense" using by reference EnteredCode,
        ExpenseCategoryFound, GrantCheckFlag
    evaluate true
        when GrantNotOnFile
            display "No grant " EnteredCode " on file"
        when GrantCategoryBarred
            display "Grant " EnteredCode " does not cover "
                function trim(ExpenseCategoryFound) " - not tagged"
        when other
            call "RecordExpenseGrant" using EnteredExpenseID, EnteredCode,
                SessionOperatorCode
            display "Expense " EnteredExpenseID " tagged to " EnteredCode
    end-evaluate
    .

ReadGrant section.
    move zero to GrantFound
    open input GrantsFile
        move EnteredCode to GrantCode of GrantRecord
        read GrantsFile
            invalid key continue
            not invalid key move 1 to GrantFound
        end-read
    close GrantsFile
    .

ListGrants section.
    move low-values to GrantCode of GrantRecord
    start GrantsFile key is greater than GrantCode of GrantRecord
        invalid key set EndOfGrantsFile to true
    end-start
    open input GrantsFile
        if not EndOfGrantsFile
            read GrantsFile next record
                at end set EndOfGrantsFile to true
            end-read
        end-if
        perform until EndOfGrantsFile
            add 1 to GrantsListed
            if GrantIsSponsorship of GrantRecord
                move "sponsorship" to StateText
            else
                move "grant" to StateText
            end-if
            move GrantAwarded of GrantRecord to AwardedDisplay
            move GrantReceived of GrantRecord to ReceivedDisplay
            display GrantCode of GrantRecord " " GrantFunder of GrantRecord
                " " StateText " awarded $" AwardedDisplay
                " received $" ReceivedDisplay
            perform varying DeliverableIndex from 1 by 1
                until DeliverableIndex > 3
                if DeliverableDueDate of GrantRecord(DeliverableIndex)
                    not equal to spaces
                    if DeliverableIsDone of GrantRecord(DeliverableIndex)
                        move "done" to StateText
                    else
                        move "outstanding" to StateText
                    end-if
                    display "    due "
                        DeliverableDueDate of GrantRecord(DeliverableIndex)
                        " " DeliverableText of GrantRecord(DeliverableIndex)
                        " " StateText
                end-if
            end-perform
            read GrantsFile next record
                at end set EndOfGrantsFile to true
            end-read
        end-perform
    close GrantsFile
    if GrantsListed equal to zero
        display "No grants or sponsorship on the register"
    end-if
    .

end program TakeFundingEntry.
