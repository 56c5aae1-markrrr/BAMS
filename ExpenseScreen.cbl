
    01 ExpenseFileName pic x(20) value "expenses.dat".
    01 ScreenMessage pic x(50) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.
    01 ExpenseGrantCode pic x(8) value spaces.
    01 GrantCheckFlag pic 9 value zero.
        88 GrantSpendAllowed    value 0.
        88 GrantNotOnFile       value 1.
        88 GrantCategoryBarred  value 2.
    copy OperatorSession.

linkage section.
    01 AttendeesFileName pic x(20) value "attendees.dat".
        03 pic 9(5).99 line 10 column 19 using ExpenseAmount.
        03 line 12 column 1 value "Paid by:".
        03 line 12 column 19 using ExpensePaidBy.
        03 line 14 column 1 value "Grant code:".
        03 line 14 column 19 using ExpenseGrantCode.
        03 line 14 column plus 2 value "(blank unless paid from a grant)".
        03 line 16 column 1 from ScreenMessage.
        03 line 24 column 1 value "Commands: F1 Home; F8 Save expense, F10 Exit                                  " reverse-video highlight.
        03 line 24 column 78 to Command.

        accept ExpenseEntryScreen from crt end-accept
        if OperationIsSave
            move spaces to ScreenMessage
            call "CheckPeriodLock" using ExpenseDate,
                by reference PostingAllowed
            move zero to GrantCheckFlag
            if ExpenseGrantCode not equal to spaces
                call "CheckGrantExpense" using by reference ExpenseGrantCode,
                    ExpenseCategory, GrantCheckFlag
            end-if
            evaluate true
                when not PostingIsAllowed
                    move "Period closed - expense not recorded"
                        to ScreenMessage
                when ExpensePayee equal to spaces
                    move "Payee is required" to ScreenMessage
                when GrantNotOnFile
                    move "No such grant - expense not recorded"
                        to ScreenMessage
                when GrantCategoryBarred
                    move "Grant does not cover this category - not recorded"
                        to ScreenMessage
                when other
                    move spaces to ExpenseID
                    call "AddExpense" using by content ExpenseFileName,
                        by reference ExpenseEntry
                    if ExpenseGrantCode not equal to spaces
                        call "GetCurrentOperator"
                            using by reference OperatorSession
                        call "RecordExpenseGrant" using ExpenseID,
                            ExpenseGrantCode, SessionOperatorCode
                    end-if
                    initialize ExpenseEntry
                    move spaces to ExpenseGrantCode
                    move "Expense recorded" to ScreenMessage
            end-evaluate
        end-if
    end-perform
    goback
