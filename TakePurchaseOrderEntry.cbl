identification division.
program-id. TakePurchaseOrderEntry is initial.

environment division.
input-output section.
    file-control.
        select optional SuppliersFile assign to SupplierFileName
            organization is indexed
            access mode is dynamic
            record key is SupplierCode
            file status is SupplierStatus.

        select optional PurchaseOrdersFile assign to PurchaseOrderFileName
            organization is indexed
            access mode is dynamic
            record key is POKey
            file status is PurchaseOrderStatus.

        select optional ProposedOrderFile assign to ProposedOrderFileName
            organization is line sequential
            file status is ProposedOrderStatus.

data division.
file section.
    fd SuppliersFile.
        copy Supplier replacing Supplier by
            ==SupplierRecord.
            88 EndOfSuppliersFile value high-values==.

    fd PurchaseOrdersFile.
        copy PurchaseOrderLine replacing PurchaseOrderLine by
            ==PurchaseOrderRecord.
            88 EndOfPurchaseOrdersFile value high-values==.

    fd ProposedOrderFile.
        copy ProposedOrderLine.

working-storage section.
    01 SupplierStatus pic x(2).
    01 PurchaseOrderStatus pic x(2).
    01 ProposedOrderStatus pic x(2).
        88 ProposedOrderEof value "10".
    01 SupplierFileName pic x(20) value "suppliers.dat".
    01 PurchaseOrderFileName pic x(20) value "purchase-orders.dat".
    01 ProposedOrderFileName pic x(20) value "supplier-orders.dat".

    copy OperatorSession.

    01 MenuAnswer pic x value space.
        88 RaisingByHand         value "H", "h".
        88 RaisingFromOrderSheet value "C", "c".
    01 RaiseAnswer pic x value space.
        88 RaiseConfirmed value "Y", "y".
    01 EnteredSupplierCode pic x(6) value spaces.
    01 NextPONumber pic 9(6) value 1.
    01 LinesOnOrder pic 99 value zero.
    01 OrderValue pic 9(7)v99 value zero.
    01 ValueDisplay pic z(6)9.99 value zero.
    01 QuantityDisplay pic z(5)9.99 value zero.
    01 SupplierFoundFlag pic 9 value zero.
        88 SupplierWasFound value 1.
    01 MatchName pic x(20) value spaces.
    01 LinesFinishedFlag pic 9 value zero.
        88 OrderLinesFinished value 1.

    01 ProposalTable.
        05 NumberOfProposals pic 999 value zero.
        05 Proposal occurs 200 times indexed by ProposalIdx.
            10 ProposalSupplier pic x(20).
            10 ProposalIngredient pic x(20).
            10 ProposalQuantity pic 9(6)v99.
            10 ProposalUnit pic x(10).
    01 GroupStart pic 999 value zero.
    01 GroupSupplier pic x(20) value spaces.

procedure division.
    display "PURCHASE ORDERS"
    call "GetCurrentOperator" using by reference OperatorSession
    perform FindNextPONumber
    display "Raise by hand (H) or from the supplier order sheet (C)? "
        with no advancing
    accept MenuAnswer from console
    evaluate true
        when RaisingByHand
            perform RaiseOrderByHand
        when RaisingFromOrderSheet
            perform RaiseOrdersFromSheet
        when other
            display "Nothing raised"
    end-evaluate
    goback
    .

FindNextPONumber section.
    move low-values to POKey of PurchaseOrderRecord
    start PurchaseOrdersFile key is greater than POKey of PurchaseOrderRecord
        invalid key set EndOfPurchaseOrdersFile to true
    end-start
    open input PurchaseOrdersFile
        if not EndOfPurchaseOrdersFile
            read PurchaseOrdersFile next record
                at end set EndOfPurchaseOrdersFile to true
            end-read
        end-if
        perform until EndOfPurchaseOrdersFile
            if PONumber of PurchaseOrderRecord >= NextPONumber
                compute NextPONumber = PONumber of PurchaseOrderRecord + 1
            end-if
            read PurchaseOrdersFile next record
                at end set EndOfPurchaseOrdersFile to true
            end-read
        end-perform
    close PurchaseOrdersFile
    .

RaiseOrderByHand section.
    display "Supplier code: " with no advancing
    accept EnteredSupplierCode from console
    move function upper-case(EnteredSupplierCode) to EnteredSupplierCode
    open input SuppliersFile
    move EnteredSupplierCode to SupplierCode of SupplierRecord
    read SuppliersFile
        invalid key
            display "No supplier " EnteredSupplierCode
                " on the supplier master - set them up first"
            close SuppliersFile
            exit section
    end-read
    close SuppliersFile
    display "Order to " function trim(SupplierName of SupplierRecord)

    move zero to LinesOnOrder, OrderValue
    open i-o PurchaseOrdersFile
    move 0 to LinesFinishedFlag
    perform until LinesOnOrder >= 99 or OrderLinesFinished
        perform TakeOrderLine
    end-perform
    close PurchaseOrdersFile
    perform ReportOrderRaised
    .

TakeOrderLine section.
    perform StartOrderLine
    display "Item (blank to finish): " with no advancing
    accept POItemDescription of PurchaseOrderRecord from console
    if POItemDescription of PurchaseOrderRecord equal to spaces
        set OrderLinesFinished to true
        exit section
    end-if
    display "Stock item code (blank if none): " with no advancing
    accept POStockItemCode of PurchaseOrderRecord from console
    move function upper-case(POStockItemCode of PurchaseOrderRecord)
        to POStockItemCode of PurchaseOrderRecord
    display "Unit: " with no advancing
    accept POUnit of PurchaseOrderRecord from console
    display "Quantity: " with no advancing
    accept POQuantityOrdered of PurchaseOrderRecord from console
    display "Agreed price per unit: " with no advancing
    accept POUnitPrice of PurchaseOrderRecord from console
    perform WriteOrderLine
    .

RaiseOrdersFromSheet section.
    perform LoadProposals
    if NumberOfProposals equal to zero
        display "No order sheet lines - run ORDERSHEET first"
        exit section
    end-if
    set ProposalIdx to 1
    perform until ProposalIdx > NumberOfProposals
        move ProposalSupplier(ProposalIdx) to GroupSupplier
        set GroupStart to ProposalIdx
        perform until ProposalIdx > NumberOfProposals
            or ProposalSupplier(ProposalIdx) not equal to GroupSupplier
            set ProposalIdx up by 1
        end-perform
        perform RaiseOrderForGroup
    end-perform
    .

LoadProposals section.
    move zero to NumberOfProposals
    open input ProposedOrderFile
        read ProposedOrderFile
            at end set ProposedOrderEof to true
        end-read
        perform until ProposedOrderEof or NumberOfProposals >= 200
            add 1 to NumberOfProposals
            set ProposalIdx to NumberOfProposals
            move ProposedSupplier to ProposalSupplier(ProposalIdx)
            move ProposedIngredient to ProposalIngredient(ProposalIdx)
            move ProposedQuantity to ProposalQuantity(ProposalIdx)
            move ProposedUnit to ProposalUnit(ProposalIdx)
            read ProposedOrderFile
                at end set ProposedOrderEof to true
            end-read
        end-perform
    close ProposedOrderFile
    .

RaiseOrderForGroup section.
    *> ProposalIdx is left pointing at the next supplier's first line
    move GroupSupplier to MatchName
    perform FindSupplierByMenuName
    if not SupplierWasFound
        display function trim(GroupSupplier)
            " is not on the supplier master - no order raised"
        exit section
    end-if
    display "Raise an order to " function trim(SupplierName of SupplierRecord)
        " (Y/N)? " with no advancing
    accept RaiseAnswer from console
    if not RaiseConfirmed
        exit section
    end-if

    move zero to LinesOnOrder, OrderValue
    open i-o PurchaseOrdersFile
    perform varying GroupStart from GroupStart by 1
        until GroupStart >= ProposalIdx or LinesOnOrder >= 99
        perform StartOrderLine
        move ProposalIngredient(GroupStart)
            to POItemDescription of PurchaseOrderRecord
        move ProposalUnit(GroupStart) to POUnit of PurchaseOrderRecord
        move ProposalQuantity(GroupStart)
            to POQuantityOrdered of PurchaseOrderRecord
        move ProposalQuantity(GroupStart) to QuantityDisplay
        display "  " ProposalIngredient(GroupStart) " " QuantityDisplay
            " " ProposalUnit(GroupStart) " - agreed price per unit: "
            with no advancing
        accept POUnitPrice of PurchaseOrderRecord from console
        perform WriteOrderLine
    end-perform
    close PurchaseOrdersFile
    perform ReportOrderRaised
    .

FindSupplierByMenuName section.
    move 0 to SupplierFoundFlag
    move low-values to SupplierCode of SupplierRecord
    start SuppliersFile key is greater than SupplierCode of SupplierRecord
        invalid key set EndOfSuppliersFile to true
    end-start
    open input SuppliersFile
        if not EndOfSuppliersFile
            read SuppliersFile next record
                at end set EndOfSuppliersFile to true
            end-read
        end-if
        perform until EndOfSuppliersFile or SupplierWasFound
            if function upper-case(SupplierMenuName of SupplierRecord)
                equal to function upper-case(MatchName)
                set SupplierWasFound to true
            else
                read SuppliersFile next record
                    at end set EndOfSuppliersFile to true
                end-read
            end-if
        end-perform
    close SuppliersFile
    .

StartOrderLine section.
    initialize PurchaseOrderRecord
    move NextPONumber to PONumber of PurchaseOrderRecord
    compute POLineNumber of PurchaseOrderRecord = LinesOnOrder + 1
    move SupplierCode of SupplierRecord to POSupplierCode of PurchaseOrderRecord
    move function current-date(1:8) to PORaisedDate of PurchaseOrderRecord
    move SessionOperatorCode to PORaisedBy of PurchaseOrderRecord
    set POLineOpen of PurchaseOrderRecord to true
    .

WriteOrderLine section.
    write PurchaseOrderRecord
        invalid key
            display "Error - status is " PurchaseOrderStatus
        not invalid key
            add 1 to LinesOnOrder
            compute OrderValue = OrderValue
                + POQuantityOrdered of PurchaseOrderRecord
                * POUnitPrice of PurchaseOrderRecord
    end-write
    .

ReportOrderRaised section.
    if LinesOnOrder equal to zero
        display "No lines - no order raised"
        exit section
    end-if
    move OrderValue to ValueDisplay
    display "Purchase order " NextPONumber " raised to "
        function trim(SupplierName of SupplierRecord) ": " LinesOnOrder
        " lines, $" ValueDisplay
    add 1 to NextPONumber
    .

end program TakePurchaseOrderEntry.
