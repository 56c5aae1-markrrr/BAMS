            organization is line sequential
            file status is InvoiceSpoolStatus.

        select optional CommissionsFile assign to CommissionFileName
            organization is indexed
            access mode is dynamic
            record key is CommissionTraderID
            file status is CommissionStatus.

        select optional HookUpsFile assign to HookUpFileName
            organization is indexed
            access mode is dynamic
            record key is HookUpKey
            file status is HookUpStatus.

data division.
file section.
    fd TradersFile.
        record contains 100 characters.
        01 InvoiceSpoolLine pic x(100).

    fd CommissionsFile.
        copy TraderCommission replacing TraderCommission by
            ==CommissionRecord.
            88 EndOfCommissionsFile value high-values==.

    fd HookUpsFile.
        copy HookUpBooking replacing HookUpBooking by
            ==HookUpRecord.
            88 EndOfHookUpsFile value high-values==.

working-storage section.
    01 TraderStatus pic x(2).
    01 InvoiceLogStatus pic x(2).
        88 InvoiceLogOk  values "00", "05".
        88 InvoiceLogEof value "10".
    01 InvoiceSpoolStatus pic x(2).
    01 CommissionStatus pic x(2).
    01 CommissionFileName pic x(24) value "trader-commission.dat".
    01 HookUpStatus pic x(2).
    01 HookUpFileName pic x(20) value "hookups.dat".
    01 HookUpFees pic 9(5)v99 value zero.
    01 HookUpFeeDisplay pic z(4)9.99 value zero.

    01 InvoiceLogFileName pic x(20) value "invoice-log.dat".
    01 InvoiceSpoolFileName pic x(20) value "invoices-spool.txt".

    01 NextInvoiceNumber pic 9(6) value 1.
    01 TraderBalance pic s9(6)v99 value zero.
    01 CommissionBalance pic s9(6)v99 value zero.
    01 InvoiceAmount pic s9(6)v99 value zero.
    01 TurnoverDisplay pic z(6)9.99 value zero.
    01 RateDisplay pic z9.99 value zero.
    01 BalanceDisplay pic -(5)9.99 value zero.
    01 InvoicesRaised pic 999 value zero.

            invalid key continue
        end-start
        open input TradersFile
        open input CommissionsFile
            read TradersFile next record
                at end set EndOfTradersFile to true
            end-read
            perform until EndOfTradersFile
                perform SumTraderHookUpFees
                compute TraderBalance =
                    TraderPitchFee of TraderFileRecord + HookUpFees
                    - TraderFeePaid of TraderFileRecord
                if TraderBalance < zero
                    move zero to TraderBalance
                end-if
                perform FindCommissionBalance
                if TraderBalance > zero or CommissionBalance > zero
                    perform RaiseTraderInvoice
                end-if
                read TradersFile next record
                    at end set EndOfTradersFile to true
                end-read
            end-perform
        close CommissionsFile
        close TradersFile
    close InvoiceSpoolFile

    close InvoiceLogFile
    .

FindCommissionBalance section.
    move zero to CommissionBalance
    move TraderID of TraderFileRecord to CommissionTraderID of CommissionRecord
    read CommissionsFile
        invalid key continue
        not invalid key
            if not CommissionNotDeclared of CommissionRecord
                compute CommissionBalance =
                    CommissionDue of CommissionRecord
                    - CommissionPaid of CommissionRecord
                if CommissionBalance < zero
                    move zero to CommissionBalance
                end-if
            end-if
    end-read
    .

SumTraderHookUpFees section.
    *> Hook-up fees booked against the trader are billed with the pitch fee
    move zero to HookUpFees
    move low-values to HookUpKey of HookUpRecord
    start HookUpsFile key is greater than HookUpKey of HookUpRecord
        invalid key set EndOfHookUpsFile to true
    end-start
    open input HookUpsFile
        if not EndOfHookUpsFile
            read HookUpsFile next record
                at end set EndOfHookUpsFile to true
            end-read
        end-if
        perform until EndOfHookUpsFile
            if HookUpForTrader of HookUpRecord
                and HookUpIsBooked of HookUpRecord
                and HookUpHolder of HookUpRecord equal to
                    TraderID of TraderFileRecord
                add HookUpFee of HookUpRecord to HookUpFees
            end-if
            read HookUpsFile next record
                at end set EndOfHookUpsFile to true
            end-read
        end-perform
    close HookUpsFile
    .

RaiseTraderInvoice section.
    add 1 to InvoicesRaised
    compute InvoiceAmount = TraderBalance + CommissionBalance

    move "----------------------------------------" to InvoiceSpoolLine
    write InvoiceSpoolLine
        " (" TraderID of TraderFileRecord ")"
        delimited by size into InvoiceSpoolLine
    write InvoiceSpoolLine
    if TraderBalance > zero
        move TraderBalance to BalanceDisplay
        move spaces to InvoiceSpoolLine
        string "Pitch " TraderPitchNumber of TraderFileRecord
            "  fee balance due: $" BalanceDisplay
            delimited by size into InvoiceSpoolLine
        write InvoiceSpoolLine
        if HookUpFees > zero
            move HookUpFees to HookUpFeeDisplay
            move spaces to InvoiceSpoolLine
            string "  (includes electric hook-up: $" HookUpFeeDisplay ")"
                delimited by size into InvoiceSpoolLine
            write InvoiceSpoolLine
        end-if
    end-if
    if CommissionBalance > zero
        move CommissionTurnover of CommissionRecord to TurnoverDisplay
        move CommissionBalance to BalanceDisplay
        move CommissionRatePercent of CommissionRecord to RateDisplay
        move spaces to InvoiceSpoolLine
        string "Commission " RateDisplay
            "% on declared takings of $" TurnoverDisplay
            "  due: $" BalanceDisplay
            delimited by size into InvoiceSpoolLine
        write InvoiceSpoolLine
    end-if
    if TraderBalance > zero and CommissionBalance > zero
        move InvoiceAmount to BalanceDisplay
        move spaces to InvoiceSpoolLine
        string "Total due: $" BalanceDisplay
            delimited by size into InvoiceSpoolLine
        write InvoiceSpoolLine
    end-if
    move "Payable before gates open - HacktionLab" to InvoiceSpoolLine
    write InvoiceSpoolLine

    move NextInvoiceNumber to InvoiceNumber
    move TraderID of TraderFileRecord to InvoiceGroupID
    move function current-date(1:8) to InvoiceDate
    move InvoiceAmount to InvoiceTotal
    open extend InvoiceLogFile
        write InvoiceLogEntry
    close InvoiceLogFile
