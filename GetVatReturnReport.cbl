identification division.
program-id. GetVatReturnReport is initial.

environment division.
input-output section.
    file-control.
        select optional VatCodesFile assign to VatCodeFileName
            organization is indexed
            access mode is dynamic
            record key is VatItemKey
            file status is VatCodeStatus.

        select optional EventParamsFile assign to EventParamsFileName
            organization is line sequential
            file status is EventParamsStatus.

        select optional TabSalesFile assign to TabSalesFileName
            organization is line sequential
            file status is TabSalesStatus.

        select optional MerchandiseFile assign to MerchandiseFileName
            organization is indexed
            access mode is dynamic
            record key is MerchKey
            file status is MerchandiseStatus.

        select optional PaymentLogFile assign to PaymentLogFileName
            organization is line sequential
            file status is PaymentLogStatus.

        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode
            file status is AttendeeStatus.

        select optional TradersFile assign to TraderFileName
            organization is indexed
            access mode is dynamic
            record key is TraderID
            file status is TraderStatus.

        select optional ExpensesFile assign to ExpenseFileName
            organization is indexed
            access mode is dynamic
            record key is ExpenseID
            file status is ExpenseStatus.

data division.
file section.
    fd VatCodesFile.
        copy VatCodeAssignment replacing VatCodeAssignment by
            ==VatCodeRecord.
            88 EndOfVatCodesFile value high-values==.

    fd EventParamsFile
        record contains 40 characters.
        01 EventParamsLine pic x(40).

    fd TabSalesFile.
        copy TabSaleLine.

    fd MerchandiseFile.
        copy MerchandiseOrder replacing MerchandiseOrder by
            ==MerchandiseRecord.
            88 EndOfMerchandiseFile value high-values==.

    fd PaymentLogFile.
        copy PaymentTransaction.

    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd TradersFile.
        copy TraderRecord replacing TraderRecord by
            ==TraderFileRecord.
            88 EndOfTradersFile value high-values==.

    fd ExpensesFile.
        copy ExpenseEntry replacing ExpenseEntry by
            ==ExpenseRecord.
            88 EndOfExpensesFile value high-values==.

working-storage section.
    01 VatCodeStatus pic x(2).
    01 EventParamsStatus pic x(2).
        88 EventParamsEof     value "10".
        88 EventParamsMissing value "35".
    01 TabSalesStatus pic x(2).
        88 TabSalesEof value "10".
    01 MerchandiseStatus pic x(2).
    01 PaymentLogStatus pic x(2).
        88 PaymentLogEof value "10".
    01 AttendeeStatus pic x(2).
    01 TraderStatus pic x(2).
    01 ExpenseStatus pic x(2).

    01 VatCodeFileName pic x(20) value "vat-codes.dat".
    01 EventParamsFileName pic x(20) value "event-params.dat".
    01 TabSalesFileName pic x(20) value "tab-sales.dat".
    01 MerchandiseFileName pic x(20) value "merchandise.dat".
    01 PaymentLogFileName pic x(24) value "payment-log.dat".
    01 TraderFileName pic x(20) value "traders.dat".
    01 ExpenseFileName pic x(20) value "expenses.dat".

    copy VatRateTable.
    copy Attendee replacing Attendee by ==PayingAttendee==.
    copy ReportWriterRequest.

    01 CodeTable.
        05 NumberOfCodes pic 999 value zero.
        05 CodeEntry occurs 500 times indexed by CodeIdx.
            10 CodeClass pic x(6).
            10 CodeItem  pic x(10).
            10 CodeRate  pic x.

    01 ClassNames.
        05 filler pic x(6) value "BAR".
        05 filler pic x(6) value "MERCH".
        05 filler pic x(6) value "TICKET".
        05 filler pic x(6) value "TRADER".
    01 ClassNameTable redefines ClassNames.
        05 ClassName pic x(6) occurs 4 times indexed by ClassNameIdx.

    01 SalesMatrix.
        05 SalesClass occurs 4 times indexed by ClassIdx.
            10 SalesCell occurs 5 times indexed by CellIdx.
                15 CellGross pic s9(7)v99.
                15 CellNet   pic s9(7)v99.
                15 CellVat   pic s9(7)v99.
    01 RateTotals.
        05 RateTotal occurs 5 times indexed by RateTotIdx.
            10 RateGross pic s9(7)v99.
            10 RateNet   pic s9(7)v99.
            10 RateVat   pic s9(7)v99.

    01 ParamName  pic x(16) value spaces.
    01 ParamValue pic x(20) value spaces.
    01 VatThreshold pic 9(7) value 90000.
    01 VatWarnPercent pic 999 value 80.
    01 WarnLevel pic 9(7)v99 value zero.

    01 PeriodFrom pic x(8) value spaces.
    01 PeriodTo pic x(8) value spaces.
    01 TodaysDate pic x(8) value spaces.
    01 RollingFrom pic x(8) value spaces.
    01 RollingYear pic 9(4) value zero.
    01 RollingTaxable pic s9(8)v99 value zero.

    01 SaleDate pic x(8) value spaces.
    01 SaleClass pic x(6) value spaces.
    01 SaleItem pic x(10) value spaces.
    01 SaleGross pic s9(7)v99 value zero.
    01 SaleRate pic x value space.
    01 SaleNet pic s9(7)v99 value zero.
    01 UncodedSales pic 9(5) value zero.
    01 TraderFeesCounted pic 9 value zero.
        88 TraderFeesInPeriod value 1.

    01 Box1 pic s9(7)v99 value zero.
    01 Box4 pic s9(7)v99 value zero.
    01 Box5 pic s9(7)v99 value zero.
    01 Box6 pic s9(7)v99 value zero.
    01 Box7 pic s9(7)v99 value zero.
    01 AmountDisplay pic -(6)9.99 value zero.
    01 NetDisplay pic -(6)9.99 value zero.
    01 VatDisplay pic -(6)9.99 value zero.
    01 ThresholdDisplay pic z(6)9 value zero.
    01 RollingDisplay pic -(7)9.99 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    move function current-date(1:8) to TodaysDate
    display "VAT return worksheet"
    display "Period from YYYYMMDD (blank for everything on file): "
        with no advancing
    accept PeriodFrom from console
    display "Period to YYYYMMDD (blank for today): " with no advancing
    accept PeriodTo from console
    if PeriodFrom equal to spaces
        move "00000000" to PeriodFrom
    end-if
    if PeriodTo equal to spaces
        move TodaysDate to PeriodTo
    end-if
    move PeriodTo(1:4) to RollingYear
    subtract 1 from RollingYear
    move RollingYear to RollingFrom(1:4)
    move PeriodTo(5:4) to RollingFrom(5:4)

    initialize SalesMatrix, RateTotals
    perform LoadVatParameters
    perform LoadVatCodes
    perform AnalyseBarSales
    perform AnalyseMerchandise
    perform AnalyseTicketPayments
    perform AnalyseTicketRefunds
    perform AnalyseTraderFees
    perform SumPurchases
    perform SplitNetAndVat
    perform PrintWorksheet
    goback
    .

LoadVatParameters section.
    open input EventParamsFile
    if EventParamsMissing
        close EventParamsFile
    else
        read EventParamsFile
            at end set EventParamsEof to true
        end-read
        perform until EventParamsEof
            move spaces to ParamName, ParamValue
            unstring EventParamsLine delimited by all " "
                into ParamName, ParamValue
            end-unstring
            evaluate function upper-case(ParamName)
                when "VATTHRESHOLD"
                    move function numval(ParamValue) to VatThreshold
                when "VATWARNPCT"
                    move function numval(ParamValue) to VatWarnPercent
            end-evaluate
            read EventParamsFile
                at end set EventParamsEof to true
            end-read
        end-perform
        close EventParamsFile
    end-if
    .

LoadVatCodes section.
    move zero to NumberOfCodes
    move low-values to VatItemKey of VatCodeRecord
    start VatCodesFile key is greater than VatItemKey of VatCodeRecord
        invalid key set EndOfVatCodesFile to true
    end-start
    open input VatCodesFile
        if not EndOfVatCodesFile
            read VatCodesFile next record
                at end set EndOfVatCodesFile to true
            end-read
        end-if
        perform until EndOfVatCodesFile or NumberOfCodes >= 500
            add 1 to NumberOfCodes
            set CodeIdx to NumberOfCodes
            move VatItemClass of VatCodeRecord to CodeClass(CodeIdx)
            move VatItemCode of VatCodeRecord to CodeItem(CodeIdx)
            move VatItemRateCode of VatCodeRecord to CodeRate(CodeIdx)
            read VatCodesFile next record
                at end set EndOfVatCodesFile to true
            end-read
        end-perform
    close VatCodesFile
    .

AnalyseBarSales section.
    move "BAR" to SaleClass
    open input TabSalesFile
        read TabSalesFile
            at end set TabSalesEof to true
        end-read
        perform until TabSalesEof
            move SaleTimestamp(1:8) to SaleDate
            move SaleProductCode to SaleItem
            move SaleAmount to SaleGross
            perform PostSale
            read TabSalesFile
                at end set TabSalesEof to true
            end-read
        end-perform
    close TabSalesFile
    .

AnalyseMerchandise section.
    move "MERCH" to SaleClass
    move low-values to MerchKey of MerchandiseRecord
    start MerchandiseFile key is greater than MerchKey of MerchandiseRecord
        invalid key set EndOfMerchandiseFile to true
    end-start
    open input MerchandiseFile
        if not EndOfMerchandiseFile
            read MerchandiseFile next record
                at end set EndOfMerchandiseFile to true
            end-read
        end-if
        perform until EndOfMerchandiseFile
            if MerchOrderPaid of MerchandiseRecord
                move MerchOrderDate of MerchandiseRecord to SaleDate
                move MerchItemCode of MerchandiseRecord to SaleItem
                compute SaleGross = MerchQuantity of MerchandiseRecord
                    * MerchUnitPrice of MerchandiseRecord
                perform PostSale
            end-if
            read MerchandiseFile next record
                at end set EndOfMerchandiseFile to true
            end-read
        end-perform
    close MerchandiseFile
    .

AnalyseTicketPayments section.
    *> Tab loads are prepayments - the sale is counted from tab-sales.dat
    move "TICKET" to SaleClass
    open input PaymentLogFile
        read PaymentLogFile
            at end set PaymentLogEof to true
        end-read
        perform until PaymentLogEof
            if PaymentTakenBy(1:12) not equal to "bar tab load"
                move PaymentTimestamp(1:8) to SaleDate
                if PaymentTakenBy(1:19) equal to "servery meal ticket"
                    move "MEAL" to SaleItem
                else
                    perform FindTicketClass
                end-if
                if PaymentIsReversal
                    compute SaleGross = zero - PaymentAmount
                else
                    move PaymentAmount to SaleGross
                end-if
                perform PostSale
            end-if
            read PaymentLogFile
                at end set PaymentLogEof to true
            end-read
        end-perform
    close PaymentLogFile
    .

FindTicketClass section.
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content PaymentAuthCode,
        by reference PayingAttendee
    move "C" to SaleItem
    if AttendeeName of PayingAttendee not equal to high-values
        and TicketClass of PayingAttendee not equal to space
        move TicketClass of PayingAttendee to SaleItem
    end-if
    .

AnalyseTicketRefunds section.
    move "TICKET" to SaleClass
    move low-values to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key set EndOfAttendeesFile to true
    end-start
    open input AttendeesFile
        if not EndOfAttendeesFile
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-if
        perform until EndOfAttendeesFile
            if RefundAmount of AttendeeRecord > zero
                and RefundDate of AttendeeRecord not equal to spaces
                move RefundDate of AttendeeRecord to SaleDate
                move TicketClass of AttendeeRecord to SaleItem
                if SaleItem equal to spaces
                    move "C" to SaleItem
                end-if
                compute SaleGross = zero - RefundAmount of AttendeeRecord
                perform PostSale
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    .

AnalyseTraderFees section.
    *> Pitch fees carry no payment date, so they fall in the period
    *> that includes today and always count towards rolling turnover
    move "TRADER" to SaleClass
    move TodaysDate to SaleDate
    if PeriodFrom <= TodaysDate and PeriodTo >= TodaysDate
        set TraderFeesInPeriod to true
    end-if
    move low-values to TraderID of TraderFileRecord
    start TradersFile key is greater than TraderID of TraderFileRecord
        invalid key set EndOfTradersFile to true
    end-start
    open input TradersFile
        if not EndOfTradersFile
            read TradersFile next record
                at end set EndOfTradersFile to true
            end-read
        end-if
        perform until EndOfTradersFile
            if TraderFeePaid of TraderFileRecord > zero
                move TraderID of TraderFileRecord to SaleItem
                move TraderFeePaid of TraderFileRecord to SaleGross
                perform PostSale
            end-if
            read TradersFile next record
                at end set EndOfTradersFile to true
            end-read
        end-perform
    close TradersFile
    .

PostSale section.
    perform FindSaleRate
    set VatRateIdx to 1
    search VatRateEntry
        at end set VatRateIdx to 1
        when VatRateCode(VatRateIdx) equal to SaleRate
            continue
    end-search

    if SaleDate > RollingFrom and SaleDate <= PeriodTo
        and VatRateIsTaxable(VatRateIdx)
        compute SaleNet rounded = SaleGross * 100
            / (100 + VatRatePercent(VatRateIdx))
        add SaleNet to RollingTaxable
    end-if

    if SaleDate >= PeriodFrom and SaleDate <= PeriodTo
        set ClassNameIdx to 1
        search ClassName
            at end set ClassNameIdx to 1
            when ClassName(ClassNameIdx) equal to SaleClass
                continue
        end-search
        set ClassIdx to ClassNameIdx
        set CellIdx to VatRateIdx
        add SaleGross to CellGross(ClassIdx, CellIdx)
    end-if
    .

FindSaleRate section.
    move space to SaleRate
    perform varying CodeIdx from 1 by 1
        until CodeIdx > NumberOfCodes or SaleRate not equal to space
        if CodeClass(CodeIdx) equal to SaleClass
            and CodeItem(CodeIdx) equal to SaleItem
            move CodeRate(CodeIdx) to SaleRate
        end-if
    end-perform
    perform varying CodeIdx from 1 by 1
        until CodeIdx > NumberOfCodes or SaleRate not equal to space
        if CodeClass(CodeIdx) equal to SaleClass
            and CodeItem(CodeIdx) equal to "*"
            move CodeRate(CodeIdx) to SaleRate
        end-if
    end-perform
    if SaleRate equal to space
        move "S" to SaleRate
        if SaleDate >= PeriodFrom and SaleDate <= PeriodTo
            add 1 to UncodedSales
        end-if
    end-if
    .

SumPurchases section.
    move low-values to ExpenseID of ExpenseRecord
    start ExpensesFile key is greater than ExpenseID of ExpenseRecord
        invalid key set EndOfExpensesFile to true
    end-start
    open input ExpensesFile
        if not EndOfExpensesFile
            read ExpensesFile next record
                at end set EndOfExpensesFile to true
            end-read
        end-if
        perform until EndOfExpensesFile
            if ExpenseDate of ExpenseRecord >= PeriodFrom
                and ExpenseDate of ExpenseRecord <= PeriodTo
                add ExpenseAmount of ExpenseRecord to Box7
            end-if
            read ExpensesFile next record
                at end set EndOfExpensesFile to true
            end-read
        end-perform
    close ExpensesFile
    .

SplitNetAndVat section.
    perform varying ClassIdx from 1 by 1 until ClassIdx > 4
        perform varying CellIdx from 1 by 1 until CellIdx > 5
            set VatRateIdx to CellIdx
            compute CellNet(ClassIdx, CellIdx) rounded =
                CellGross(ClassIdx, CellIdx) * 100
                / (100 + VatRatePercent(VatRateIdx))
            compute CellVat(ClassIdx, CellIdx) =
                CellGross(ClassIdx, CellIdx) - CellNet(ClassIdx, CellIdx)
            set RateTotIdx to CellIdx
            add CellGross(ClassIdx, CellIdx) to RateGross(RateTotIdx)
            add CellNet(ClassIdx, CellIdx) to RateNet(RateTotIdx)
            add CellVat(ClassIdx, CellIdx) to RateVat(RateTotIdx)
        end-perform
    end-perform
    perform varying RateTotIdx from 1 by 1 until RateTotIdx > 5
        add RateVat(RateTotIdx) to Box1
        add RateNet(RateTotIdx) to Box6
    end-perform
    compute Box5 = Box1 - Box4
    .

PrintWorksheet section.
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "VAT ANALYSIS AND RETURN WORKSHEET" to ReportTitle
    move "spool-vat.txt" to ReportSpoolName
    move VatCodeFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    string "Period " PeriodFrom " to " PeriodTo
        "   (prices are VAT-inclusive; VAT = gross x rate / (100 + rate))"
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    move "Class   Rate        Gross          Net          VAT" to ReportLineText
    perform EmitLine
    perform varying ClassIdx from 1 by 1 until ClassIdx > 4
        perform varying CellIdx from 1 by 1 until CellIdx > 5
            if CellGross(ClassIdx, CellIdx) not equal to zero
                set VatRateIdx to CellIdx
                move CellGross(ClassIdx, CellIdx) to AmountDisplay
                move CellNet(ClassIdx, CellIdx) to NetDisplay
                move CellVat(ClassIdx, CellIdx) to VatDisplay
                string ClassName(ClassIdx) "  " VatRateCode(VatRateIdx)
                    "   $" AmountDisplay "  $" NetDisplay "  $" VatDisplay
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
        end-perform
    end-perform
    perform EmitLine
    move "TOTALS BY RATE" to ReportLineText
    perform EmitLine
    perform varying RateTotIdx from 1 by 1 until RateTotIdx > 5
        set VatRateIdx to RateTotIdx
        move RateGross(RateTotIdx) to AmountDisplay
        move RateNet(RateTotIdx) to NetDisplay
        move RateVat(RateTotIdx) to VatDisplay
        string "All     " VatRateCode(VatRateIdx) "   $" AmountDisplay
            "  $" NetDisplay "  $" VatDisplay
            delimited by size into ReportLineText
        perform EmitLine
    end-perform
    if TraderFeesInPeriod
        move "Trader pitch fees received to date are undated and shown in this period"
            to ReportLineText
        perform EmitLine
    end-if
    if UncodedSales > zero
        string UncodedSales " sales had no VAT code on file and were taken at"
            " the standard rate - see TakeVatCodeEntry"
            delimited by size into ReportLineText
        perform EmitLine
    end-if

    perform EmitLine
    move "VAT RETURN BOXES" to ReportLineText
    perform EmitLine
    move Box1 to AmountDisplay
    string "Box 1 VAT due on sales                 $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move zero to AmountDisplay
    string "Box 2 VAT due on acquisitions          $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move Box1 to AmountDisplay
    string "Box 3 total VAT due                    $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move Box4 to AmountDisplay
    string "Box 4 VAT reclaimed on purchases       $" AmountDisplay
        " (input VAT is not held on expenses.dat)"
        delimited by size into ReportLineText
    perform EmitLine
    move Box5 to AmountDisplay
    string "Box 5 net VAT to pay                   $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move Box6 to AmountDisplay
    string "Box 6 total sales excluding VAT        $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move Box7 to AmountDisplay
    string "Box 7 total purchases                  $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move zero to AmountDisplay
    string "Box 8 supplies to EU                   $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    string "Box 9 acquisitions from EU             $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine

    perform EmitLine
    compute WarnLevel = VatThreshold * VatWarnPercent / 100
    move RollingTaxable to RollingDisplay
    move VatThreshold to ThresholdDisplay
    string "Rolling 12-month taxable turnover to " PeriodTo ": $"
        RollingDisplay "   threshold $" ThresholdDisplay
        delimited by size into ReportLineText
    perform EmitLine
    if RollingTaxable >= VatThreshold
        move "** TAXABLE TURNOVER IS OVER THE VAT REGISTRATION THRESHOLD **"
            to ReportLineText
        perform EmitLine
        display "** Taxable turnover is over the VAT registration threshold **"
    else
        if RollingTaxable >= WarnLevel
            string "** WARNING - taxable turnover is within " VatWarnPercent
                "% of the VAT registration threshold **"
                delimited by size into ReportLineText
            perform EmitLine
            display "** Taxable turnover is nearing the VAT registration threshold **"
        end-if
    end-if

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetVatReturnReport.
