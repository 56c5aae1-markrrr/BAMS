            record key is ExpenseID
            file status is ExpenseStatus.

        select optional DisputesFile assign to DisputeFileName
            organization is indexed
            access mode is dynamic
            record key is DisputeKey
            file status is DisputeStatus.

        select optional TradersFile assign to TraderFileName
            organization is indexed
            access mode is dynamic
            record key is TraderID
            file status is TraderStatus.

        select optional AssetsFile assign to AssetFileName
            organization is indexed
            access mode is dynamic
            record key is AssetID
            file status is AssetStatus.

        select optional RaffleSalesFile assign to RaffleSalesFileName
            organization is line sequential
            file status is RaffleSalesStatus.

        select optional CommissionsFile assign to CommissionFileName
            organization is indexed
            access mode is dynamic
            record key is CommissionTraderID
            file status is CommissionStatus.

data division.
file section.
    fd ExpensesFile.
            ==ExpenseRecord.
            88 EndOfExpensesFile value high-values==.

    fd DisputesFile.
        copy DisputeCase replacing DisputeCase by
            ==DisputeRecord.
            88 EndOfDisputesFile value high-values==.

    fd TradersFile.
        copy TraderRecord replacing TraderRecord by
            ==TraderFileRecord.
            88 EndOfTradersFile value high-values==.

    fd AssetsFile.
        copy FixedAsset replacing FixedAsset by
            ==AssetRecord.
            88 EndOfAssetsFile value high-values==.

    fd RaffleSalesFile.
        copy RaffleSale.

    fd CommissionsFile.
        copy TraderCommission replacing TraderCommission by
            ==CommissionRecord.
            88 EndOfCommissionsFile value high-values==.

working-storage section.
    01 ExpenseStatus pic x(2).
        88 Successful    value "00".
    01 TraderStatus pic x(2).
    01 TraderFileName pic x(20) value "traders.dat".
    01 TotalTraderIncome pic 9(7)v99 value zero.
    01 CommissionStatus pic x(2).
    01 CommissionFileName pic x(24) value "trader-commission.dat".
    01 TotalCommissionIncome pic 9(7)v99 value zero.
    01 RaffleSalesStatus pic x(2).
        88 RaffleSalesEof value "10".
    01 RaffleSalesFileName pic x(20) value "raffle-sales.dat".
    01 TotalRaffleIncome pic 9(7)v99 value zero.
    01 DisputeStatus pic x(2).
    01 DisputeFileName pic x(20) value "disputes.dat".
    01 TotalOpenDisputes pic 9(7)v99 value zero.
    01 OpenDisputeCount pic 999 value zero.
    01 BursaryMoneyIn pic 9(7)v99 value zero.
    01 BursaryAwardsOut pic 9(7)v99 value zero.
    01 BursaryFundBalance pic s9(7)v99 value zero.
    01 AssetStatus pic x(2).
    01 AssetFileName pic x(20) value "assets.dat".
    01 EventYear pic 9(4) value zero.
    01 OpeningValue pic s9(6)v99 value zero.
    01 YearCharge pic s9(6)v99 value zero.
    01 ClosingValue pic s9(6)v99 value zero.
    01 TotalDepreciation pic s9(7)v99 value zero.
    01 TotalCapitalised pic 9(7)v99 value zero.
    01 CapitalisedTable.
        05 NumberCapitalised pic 999 value zero.
        05 CapitalisedEntry occurs 200 times indexed by CapitalisedIdx.
            10 CapitalisedExpenseID pic x(6).
            10 CapitalisedDate pic x(8).
    01 CapitalisedFlag pic 9 value zero.
        88 ExpenseIsCapitalised value 1.

    copy FinancialTotals.

        using by content AttendeeFileName,
        by reference FinancialTotals

    perform SumAssetDepreciation
    move low-values to ExpenseID of ExpenseRecord
    start ExpensesFile key is greater than ExpenseID of ExpenseRecord
        invalid key continue
            at end set EndOfExpensesFile to true
        end-read
        perform until EndOfExpensesFile
            perform CheckExpenseCapitalised
            if ExpenseIsCapitalised
                add ExpenseAmount of ExpenseRecord to TotalCapitalised
            else
                add ExpenseAmount of ExpenseRecord to TotalExpenses
                perform TallyExpenseCategory
            end-if
            read ExpensesFile next record
                at end set EndOfExpensesFile to true
            end-read
    close ExpensesFile

    perform SumTraderIncome
    perform SumRaffleSales
    perform SumOpenDisputes
    call "GetBursaryFundBalance" using by reference BursaryMoneyIn,
        BursaryAwardsOut, BursaryFundBalance
    perform PrintReport
    goback
    .

SumAssetDepreciation section.
    *> Capitalised purchases are charged through depreciation over their
    *> useful life rather than in full in the year they were bought
    compute EventYear = function numval(function current-date(1:4))
    move low-values to AssetID of AssetRecord
    start AssetsFile key is greater than AssetID of AssetRecord
        invalid key set EndOfAssetsFile to true
    end-start
    open input AssetsFile
        if not EndOfAssetsFile
            read AssetsFile next record
                at end set EndOfAssetsFile to true
            end-read
        end-if
        perform until EndOfAssetsFile
            if NumberCapitalised < 200
                add 1 to NumberCapitalised
                set CapitalisedIdx to NumberCapitalised
                move AssetExpenseID of AssetRecord
                    to CapitalisedExpenseID(CapitalisedIdx)
                move AssetPurchaseDate of AssetRecord
                    to CapitalisedDate(CapitalisedIdx)
            end-if
            call "CalculateAssetDepreciation" using AssetRecord, EventYear,
                OpeningValue, YearCharge, ClosingValue
            add YearCharge to TotalDepreciation
            read AssetsFile next record
                at end set EndOfAssetsFile to true
            end-read
        end-perform
    close AssetsFile
    .

CheckExpenseCapitalised section.
    move 0 to CapitalisedFlag
    perform varying CapitalisedIdx from 1 by 1
        until CapitalisedIdx > NumberCapitalised or ExpenseIsCapitalised
        if CapitalisedExpenseID(CapitalisedIdx)
            equal to ExpenseID of ExpenseRecord
            and CapitalisedDate(CapitalisedIdx)
            equal to ExpenseDate of ExpenseRecord
            set ExpenseIsCapitalised to true
        end-if
    end-perform
    .

SumTraderIncome section.
    move low-values to TraderID of TraderFileRecord
    start TradersFile key is greater than TraderID of TraderFileRecord
            end-read
        end-perform
    close TradersFile

    move low-values to CommissionTraderID of CommissionRecord
    start CommissionsFile key is greater than
        CommissionTraderID of CommissionRecord
        invalid key set EndOfCommissionsFile to true
    end-start
    open input CommissionsFile
        if not EndOfCommissionsFile
            read CommissionsFile next record
                at end set EndOfCommissionsFile to true
            end-read
        end-if
        perform until EndOfCommissionsFile
            add CommissionPaid of CommissionRecord to TotalCommissionIncome
            read CommissionsFile next record
                at end set EndOfCommissionsFile to true
            end-read
        end-perform
    close CommissionsFile
    .

SumRaffleSales section.
    open input RaffleSalesFile
        read RaffleSalesFile
            at end set RaffleSalesEof to true
        end-read
        perform until RaffleSalesEof
            add RaffleAmount to TotalRaffleIncome
            read RaffleSalesFile
                at end set RaffleSalesEof to true
            end-read
        end-perform
    close RaffleSalesFile
    .

SumOpenDisputes section.
    move low-values to DisputeKey of DisputeRecord
    start DisputesFile key is greater than DisputeKey of DisputeRecord
        invalid key set EndOfDisputesFile to true
    end-start
    open input DisputesFile
        if not EndOfDisputesFile
            read DisputesFile next record
                at end set EndOfDisputesFile to true
            end-read
        end-if
        perform until EndOfDisputesFile
            if DisputeIsLive of DisputeRecord
                add 1 to OpenDisputeCount
                add DisputeAmount of DisputeRecord to TotalOpenDisputes
            end-if
            read DisputesFile next record
                at end set EndOfDisputesFile to true
            end-read
        end-perform
    close DisputesFile
    .

TallyExpenseCategory section.
    string "Ticket money collected:   $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    if TotalReversed > zero
        move TotalReversed to AmountDisplay
        string "  (after reversals of:    $" AmountDisplay ")"
            delimited by size into ReportLineText
        perform EmitLine
    end-if
    if TotalWorkshopFees > zero
        move TotalWorkshopFees to AmountDisplay
        string "  (includes workshop materials fees: $" AmountDisplay ")"
            delimited by size into ReportLineText
        perform EmitLine
    end-if
    if BursaryAwardsOut > zero
        move BursaryAwardsOut to AmountDisplay
        string "  (tickets funded by bursary awards: $" AmountDisplay
            " - not concessions)" delimited by size into ReportLineText
        perform EmitLine
    end-if
    move TotalDonations to AmountDisplay
    string "Donations received:       $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    if BursaryMoneyIn > zero
        move BursaryMoneyIn to AmountDisplay
        string "  (restricted to the bursary fund: $" AmountDisplay ")"
            delimited by size into ReportLineText
        perform EmitLine
    end-if
    move BursaryAwardsOut to AmountDisplay
    string "Bursary awards made:      $" AmountDisplay
        " (drawn from the restricted fund)"
        delimited by size into ReportLineText
    perform EmitLine
    move TotalMerchIncome to AmountDisplay
    string "Merchandise takings:      $" AmountDisplay
        delimited by size into ReportLineText
    string "Trader pitch fees:        $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move TotalCommissionIncome to AmountDisplay
    string "Trader commission:        $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move TotalRaffleIncome to AmountDisplay
    string "Raffle ticket sales:      $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move TotalToPay to AmountDisplay
    string "Still outstanding:        $" AmountDisplay
        " (not counted below)" delimited by size into ReportLineText
            delimited by size into ReportLineText
        perform EmitLine
    end-perform
    move TotalDepreciation to AmountDisplay
    string "DEPRECIATION  $" AmountDisplay " (fixed asset register)"
        delimited by size into ReportLineText
    perform EmitLine
    if TotalCapitalised > zero
        move TotalCapitalised to AmountDisplay
        string "  (capital purchases of $" AmountDisplay
            " moved to the asset register)" delimited by size into ReportLineText
        perform EmitLine
    end-if
    add TotalDepreciation to TotalExpenses
    move TotalExpenses to AmountDisplay
    string "Total expenses:           $" AmountDisplay
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    compute NetPosition = TotalPaid + TotalDonations + TotalMerchIncome
        + TotalTraderIncome + TotalCommissionIncome
        + TotalRaffleIncome - TotalRefundsDue - TotalExpenses
    move NetPosition to AmountDisplay
    string "NET POSITION (income less refunds due and expenses): $"
        AmountDisplay delimited by size into ReportLineText
        move "** EVENT IS NOT BREAKING EVEN **" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    move "LIABILITIES" to ReportLineText
    perform EmitLine
    move TotalOpenDisputes to AmountDisplay
    string "Open card disputes:       $" AmountDisplay
        " (" OpenDisputeCount " cases at risk of chargeback)"
        delimited by size into ReportLineText
    perform EmitLine
    move BursaryFundBalance to AmountDisplay
    string "Unspent bursary fund:     $" AmountDisplay
        " (restricted - only for bursary awards)"
        delimited by size into ReportLineText
    perform EmitLine
    if TotalOpenDisputes > zero
        subtract TotalOpenDisputes from NetPosition
        move NetPosition to AmountDisplay
        string "NET POSITION if every open dispute is lost: $"
            AmountDisplay delimited by size into ReportLineText
        perform EmitLine
    end-if

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
