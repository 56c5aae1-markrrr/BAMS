identification division.
program-id. TakeAssetEntry is initial.

environment division.
configuration section.
    repository.
        function createAuthCode.

input-output section.
    file-control.
        select optional AssetsFile assign to AssetFileName
            organization is indexed
            access mode is dynamic
            record key is AssetID
            file status is AssetStatus.

        select optional ExpensesFile assign to ExpenseFileName
            organization is indexed
            access mode is dynamic
            record key is ExpenseID
            file status is ExpenseStatus.

data division.
file section.
    fd AssetsFile.
        copy FixedAsset replacing FixedAsset by
            ==AssetRecord.
            88 EndOfAssetsFile value high-values==.

    fd ExpensesFile.
        copy ExpenseEntry replacing ExpenseEntry by
            ==ExpenseRecord.
            88 EndOfExpensesFile value high-values==.

working-storage section.
    01 AssetStatus pic x(2).
        88 Successful    value "00".
        88 RecordExists  value "22".
        88 NoSuchRecord  value "23".
    01 ExpenseStatus pic x(2).
    01 AssetFileName pic x(20) value "assets.dat".
    01 ExpenseFileName pic x(20) value "expenses.dat".

    copy OperatorSession.

    01 MenuAnswer pic x value space.
        88 CapitaliseExpense value "C", "c".
        88 DisposeOfAsset    value "D", "d".
    01 EnteredExpenseID pic x(6) value spaces.
    01 EnteredAssetID pic x(6) value spaces.
    01 EnteredLife pic x(2) value spaces.
    01 AlreadyCapitalisedFlag pic 9 value zero.
        88 ExpenseAlreadyCapitalised value 1.
    01 AmountDisplay pic z(5)9.99 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    display "FIXED ASSET REGISTER"
    display "Capitalise an expense line (C) or dispose of an asset (D)? "
        with no advancing
    accept MenuAnswer from console
    call "GetCurrentOperator" using by reference OperatorSession
    evaluate true
        when CapitaliseExpense
            perform CapitaliseExpenseLine
        when DisposeOfAsset
            perform RecordDisposal
        when other
            display "Nothing done"
    end-evaluate
    goback
    .

CapitaliseExpenseLine section.
    display "Expense ID: " with no advancing
    accept EnteredExpenseID from console
    move function upper-case(EnteredExpenseID) to EnteredExpenseID
    move EnteredExpenseID to ExpenseID of ExpenseRecord
    open input ExpensesFile
    read ExpensesFile
        invalid key
            display "No expense " EnteredExpenseID " in "
                function trim(ExpenseFileName)
            close ExpensesFile
            exit section
    end-read
    close ExpensesFile

    perform CheckAlreadyCapitalised
    if ExpenseAlreadyCapitalised
        display "Expense " EnteredExpenseID " is already on the register"
        exit section
    end-if

    move ExpenseAmount of ExpenseRecord to AmountDisplay
    display function trim(ExpensePayee of ExpenseRecord) "  $"
        AmountDisplay "  " ExpenseDate of ExpenseRecord
    initialize AssetRecord
    move createAuthCode to AssetID of AssetRecord
    move EnteredExpenseID to AssetExpenseID of AssetRecord
    move ExpenseCategory of ExpenseRecord to AssetCategory of AssetRecord
    move ExpenseAmount of ExpenseRecord to AssetCost of AssetRecord
    move ExpenseDate of ExpenseRecord to AssetPurchaseDate of AssetRecord
    move spaces to AssetDisposalDate of AssetRecord
    move SessionOperatorCode to AssetCapitalisedBy of AssetRecord
    display "Asset description: " with no advancing
    accept AssetDescription of AssetRecord from console
    if AssetDescription of AssetRecord equal to spaces
        move ExpensePayee of ExpenseRecord to AssetDescription of AssetRecord
    end-if
    display "Useful life in event years: " with no advancing
    accept EnteredLife from console
    compute AssetLifeYears of AssetRecord = function numval(EnteredLife)
    if AssetLifeYears of AssetRecord < 2
        display "An asset must last more than one event - not capitalised"
        exit section
    end-if

    open i-o AssetsFile
        write AssetRecord
            invalid key
                display "Error - status is " AssetStatus
            not invalid key
                display "Asset " AssetID of AssetRecord
                    " capitalised over " AssetLifeYears of AssetRecord
                    " years"
        end-write
    close AssetsFile
    .

CheckAlreadyCapitalised section.
    move 0 to AlreadyCapitalisedFlag
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
        perform until EndOfAssetsFile or ExpenseAlreadyCapitalised
            if AssetExpenseID of AssetRecord equal to EnteredExpenseID
                and AssetPurchaseDate of AssetRecord
                    equal to ExpenseDate of ExpenseRecord
                set ExpenseAlreadyCapitalised to true
            end-if
            read AssetsFile next record
                at end set EndOfAssetsFile to true
            end-read
        end-perform
    close AssetsFile
    .

RecordDisposal section.
    display "Asset ID: " with no advancing
    accept EnteredAssetID from console
    move function upper-case(EnteredAssetID) to EnteredAssetID
    open i-o AssetsFile
    move EnteredAssetID to AssetID of AssetRecord
    read AssetsFile
        invalid key
            display "No asset " EnteredAssetID " on the register"
            close AssetsFile
            exit section
    end-read
    if not AssetInUse of AssetRecord
        display "Already disposed of on " AssetDisposalDate of AssetRecord
        close AssetsFile
        exit section
    end-if
    display function trim(AssetDescription of AssetRecord)
    display "Disposal date (YYYYMMDD, blank for today): " with no advancing
    accept AssetDisposalDate of AssetRecord from console
    if AssetDisposalDate of AssetRecord equal to spaces
        move function current-date(1:8) to AssetDisposalDate of AssetRecord
    end-if
    display "Sale proceeds (0 if scrapped): " with no advancing
    accept AssetDisposalProceeds of AssetRecord from console
    rewrite AssetRecord
        invalid key
            display "Error - status is " AssetStatus
        not invalid key
            display "Disposal recorded for asset " EnteredAssetID
    end-rewrite
    close AssetsFile
    .

end program TakeAssetEntry.
