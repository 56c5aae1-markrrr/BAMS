    01 ParamScanValue pic x(20) value spaces.
    01 HeldPaymentDeadline pic x(8) value spaces.
    01 HeldNoShowDays pic x value space.
    01 HeldParamTable.
        05 NumberOfHeldParams pic 99 value zero.
        05 HeldParamLine pic x(40) occurs 40 times indexed by HeldParamIdx.

linkage section.
    copy PricingTable.
                    move ParamScanValue(1:8) to HeldPaymentDeadline
                when "NOSHOWDAYS"
                    move ParamScanValue(1:1) to HeldNoShowDays
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
            into EventParamsLine
        write EventParamsLine
    end-if
    perform varying HeldParamIdx from 1 by 1
        until HeldParamIdx > NumberOfHeldParams
        move HeldParamLine(HeldParamIdx) to EventParamsLine
        write EventParamsLine
    end-perform
    .

WriteMoneyParams section.
