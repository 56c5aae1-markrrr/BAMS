    01 ScreenMessage pic x(50) value spaces.
    01 ParamNumberText pic x(8) value spaces.
    01 ParamMoneyText pic 9(3).99 value zero.
    01 ApprovalLimitText pic x(8) value spaces.
    01 HeldParamTable.
        05 NumberOfHeldParams pic 99 value zero.
        05 HeldParamLine pic x(40) occurs 40 times indexed by HeldParamIdx.

linkage section.
    01 AttendeesFileName pic x(20) value "attendees.dat".
        03 line 11 column 62 using PaymentDeadlineDate.
        03 line 12 column 42 value "No-show grace days:".
        03 line 12 column 62 using NoShowDaysText.
        03 line 13 column 42 value "Approval limit:".
        03 line 13 column 62 using ApprovalLimitText.
        03 line 15 column 1 from ScreenMessage.
        03 line 24 column 1 value "Commands: F1 Home; F8 Save parameters, F5 Expense budgets, F10 Exit           " reverse-video highlight.
        03 line 24 column 78 to Command.
                    move ParamScanValue(1:8) to PaymentDeadlineDate
                when "NOSHOWDAYS"
                    move ParamScanValue(1:1) to NoShowDaysText
                when "APPROVALLIMIT"
                    move ParamScanValue(1:8) to ApprovalLimitText
                when "ADULTRATE" when "CHILDRATE" when "EARLYBIRDRATE"
                when "EARLYBIRDCUTOFF" when "CONCESSIONRATE" when "DAYRATE"
                when "MEALRATE" when "SHIFTCREDIT" when "SITECAPACITY"
                when "EVENTCLOSEDATE" when "MAXKIDSPERADULT"
                    continue
                when other
                    if EventParamsLine not equal to spaces
                        and NumberOfHeldParams < 40
                        add 1 to NumberOfHeldParams
                        set HeldParamIdx to NumberOfHeldParams
                        move EventParamsLine to HeldParamLine(HeldParamIdx)
                    end-if
            end-evaluate
            read EventParamsFile
                at end set EventParamsEof to true
        perform WriteMaxKidsPerAdult
        perform WritePaymentDeadline
        perform WriteNoShowDays
        perform WriteApprovalLimit
        perform WriteHeldParams
    close EventParamsFile
    .

    write EventParamsLine
    .

WriteApprovalLimit section.
    if ApprovalLimitText not equal to spaces
        move spaces to EventParamsLine
        string "APPROVALLIMIT " ApprovalLimitText delimited by size
            into EventParamsLine
        write EventParamsLine
    end-if
    .

WriteHeldParams section.
    perform varying HeldParamIdx from 1 by 1
        until HeldParamIdx > NumberOfHeldParams
        move HeldParamLine(HeldParamIdx) to EventParamsLine
        write EventParamsLine
    end-perform
    .

WriteAdultRate section.
    move spaces to EventParamsLine
    move AdultRate to ParamMoneyText
