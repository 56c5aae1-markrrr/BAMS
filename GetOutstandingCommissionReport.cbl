identification division.
program-id. GetOutstandingCommissionReport is initial.

environment division.
input-output section.
    file-control.
        select optional TradersFile assign to TraderFileName
            organization is indexed
            access mode is dynamic
            record key is TraderID
            file status is TraderStatus.

        select optional CommissionsFile assign to CommissionFileName
            organization is indexed
            access mode is dynamic
            record key is CommissionTraderID
            file status is CommissionStatus.

data division.
file section.
    fd TradersFile.
        copy TraderRecord replacing TraderRecord by
            ==TraderFileRecord.
            88 EndOfTradersFile value high-values==.

    fd CommissionsFile.
        copy TraderCommission replacing TraderCommission by
            ==CommissionRecord.
            88 EndOfCommissionsFile value high-values==.

working-storage section.
    01 TraderStatus pic x(2).
    01 CommissionStatus pic x(2).
    01 TraderFileName pic x(20) value "traders.dat".
    01 CommissionFileName pic x(24) value "trader-commission.dat".

    01 CommissionOwed pic s9(6)v99 value zero.
    01 NotDeclaredCount pic 999 value zero.
    01 UnpaidCount pic 999 value zero.
    01 TotalOwed pic s9(7)v99 value zero.
    01 AmountDisplay pic -(5)9.99 value zero.
    01 TotalDisplay pic -(6)9.99 value zero.
    01 RateDisplay pic z9.99 value zero.
    copy ReportWriterRequest.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "OUTSTANDING TRADER COMMISSION" to ReportTitle
    move "spool-commission.txt" to ReportSpoolName
    move CommissionFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    move "Trader  Business name                   Pitch  Rate%   Owed        Contact"
        to ReportLineText
    perform EmitLine

    move low-values to CommissionTraderID of CommissionRecord
    start CommissionsFile key is greater than
        CommissionTraderID of CommissionRecord
        invalid key set EndOfCommissionsFile to true
    end-start
    open input CommissionsFile
    open input TradersFile
        if not EndOfCommissionsFile
            read CommissionsFile next record
                at end set EndOfCommissionsFile to true
            end-read
        end-if
        perform until EndOfCommissionsFile
            if CommissionRatePercent of CommissionRecord > zero
                perform CheckTraderCommission
            end-if
            read CommissionsFile next record
                at end set EndOfCommissionsFile to true
            end-read
        end-perform
    close TradersFile
    close CommissionsFile

    perform EmitLine
    string "Not yet declared: " NotDeclaredCount
        "   declared but unpaid: " UnpaidCount
        delimited by size into ReportLineText
    perform EmitLine
    move TotalOwed to TotalDisplay
    string "Declared commission still owed: $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

CheckTraderCommission section.
    move CommissionTraderID of CommissionRecord to TraderID of TraderFileRecord
    read TradersFile
        invalid key
            move "(no longer on the trader register)"
                to TraderBusinessName of TraderFileRecord
            move spaces to TraderPitchNumber of TraderFileRecord
            move spaces to TraderContact of TraderFileRecord
    end-read
    move CommissionRatePercent of CommissionRecord to RateDisplay
    if CommissionNotDeclared of CommissionRecord
        add 1 to NotDeclaredCount
        string CommissionTraderID of CommissionRecord "  "
            TraderBusinessName of TraderFileRecord "  "
            TraderPitchNumber of TraderFileRecord "   " RateDisplay
            "   NOT DECLARED  " TraderContact of TraderFileRecord
            delimited by size into ReportLineText
        perform EmitLine
        exit section
    end-if
    compute CommissionOwed = CommissionDue of CommissionRecord
        - CommissionPaid of CommissionRecord
    if CommissionOwed > zero
        add 1 to UnpaidCount
        add CommissionOwed to TotalOwed
        move CommissionOwed to AmountDisplay
        string CommissionTraderID of CommissionRecord "  "
            TraderBusinessName of TraderFileRecord "  "
            TraderPitchNumber of TraderFileRecord "   " RateDisplay
            "  $" AmountDisplay "  " TraderContact of TraderFileRecord
            delimited by size into ReportLineText
        perform EmitLine
    end-if
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetOutstandingCommissionReport.
