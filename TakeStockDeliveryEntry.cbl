            record key is StockItemCode
            file status is KitchenStockStatus.

        select optional PurchaseOrdersFile assign to PurchaseOrderFileName
            organization is indexed
            access mode is dynamic
            record key is POKey
            file status is PurchaseOrderStatus.

data division.
file section.
    fd KitchenStockFile.
            ==StockItemRecord.
            88 EndOfKitchenStockFile value high-values==.

    fd PurchaseOrdersFile.
        copy PurchaseOrderLine replacing PurchaseOrderLine by
            ==PurchaseOrderRecord.
            88 EndOfPurchaseOrdersFile value high-values==.

working-storage section.
    01 KitchenStockStatus pic x(2).
        88 Successful    value "00".

    01 KitchenStockFileName pic x(24) value "kitchen-stock.dat".
    01 ExpenseFileName pic x(20) value "expenses.dat".
    01 PurchaseOrderStatus pic x(2).
    01 PurchaseOrderFileName pic x(20) value "purchase-orders.dat".
    01 EnteredPONumber pic 9(6) value zero.
    01 EnteredPOLine pic 99 value zero.
    01 QuantityDisplay pic z(5)9.99 value zero.
    01 ReceivedDisplay pic z(5)9.99 value zero.
    copy ExpenseEntry.

    01 EnteredItemCode pic x(6) value spaces.
    01 NewItemAnswer pic x value space.
        88 SettingUpNewItem value "Y", "y".
    copy StockItem replacing StockItem by ==NewStockItem==.
    copy FoodSafetyEntry.
    01 StorageEntry pic x value space.
        88 ChilledDelivery value "C", "c".
        88 FrozenDelivery  value "F", "f".
    01 DeliveryTemperature pic x(7) value spaces.
    01 AcceptAnswer pic x value space.
        88 AcceptingAnyway value "Y", "y".
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.

procedure division.
    display "Record a kitchen stock delivery"
    display "Quantity delivered (" function trim(StockItemUnit of
        StockItemRecord) "): " with no advancing
    accept DeliveredQuantity from console
    perform CheckDeliveryTemperature
    if FoodCheckFailed and not AcceptingAnyway
        display "Delivery not recorded"
        goback
    end-if
    display "Purchase order number (blank/zero if none): " with no advancing
    accept EnteredPONumber from console
    if EnteredPONumber > zero
        perform ReceiveAgainstOrder
    else
        display "Invoice total (blank/zero if already on the ledger): "
            with no advancing
        accept DeliveredCost from console
    end-if

    open i-o KitchenStockFile
        move EnteredItemCode to StockItemCode of StockItemRecord
    goback
    .

CheckDeliveryTemperature section.
    *> Chilled and frozen goods are probed on arrival and the reading goes
    *> on the food safety log against the stock item
    initialize FoodSafetyEntry
    display "Chilled or frozen delivery (C/F, blank for ambient): "
        with no advancing
    accept StorageEntry from console
    if not ChilledDelivery and not FrozenDelivery
        exit section
    end-if
    set FoodCheckIsDelivery to true
    if ChilledDelivery
        move "CHILLED" to FoodCheckPoint
    else
        move "FROZEN" to FoodCheckPoint
    end-if
    move EnteredItemCode to FoodCheckReference
    perform until DeliveryTemperature not equal to spaces
        display "Temperature on arrival (C): " with no advancing
        accept DeliveryTemperature from console
    end-perform
    compute FoodCheckReading = function numval(DeliveryTemperature)
    call "LogFoodSafetyReading" using by reference FoodSafetyEntry
    if FoodCheckFailed
        display "Accept the delivery into stock anyway (Y/N)? "
            with no advancing
        accept AcceptAnswer from console
    end-if
    .

ReceiveAgainstOrder section.
    *> Goods received against an order are paid only through the
    *> supplier invoice match, never straight onto the ledger here
    open i-o PurchaseOrdersFile
    move EnteredPONumber to PONumber of PurchaseOrderRecord
    move zero to POLineNumber of PurchaseOrderRecord
    start PurchaseOrdersFile key is greater than POKey of PurchaseOrderRecord
        invalid key set EndOfPurchaseOrdersFile to true
    end-start
    if not EndOfPurchaseOrdersFile
        read PurchaseOrdersFile next record
            at end set EndOfPurchaseOrdersFile to true
        end-read
    end-if
    perform until EndOfPurchaseOrdersFile
        or PONumber of PurchaseOrderRecord not equal to EnteredPONumber
        move POQuantityOrdered of PurchaseOrderRecord to QuantityDisplay
        move POQuantityReceived of PurchaseOrderRecord to ReceivedDisplay
        display "  " POLineNumber of PurchaseOrderRecord "  "
            POItemDescription of PurchaseOrderRecord "  ordered "
            QuantityDisplay "  received " ReceivedDisplay "  "
            POStockItemCode of PurchaseOrderRecord
        read PurchaseOrdersFile next record
            at end set EndOfPurchaseOrdersFile to true
        end-read
    end-perform
    display "Order line delivered: " with no advancing
    accept EnteredPOLine from console
    move EnteredPONumber to PONumber of PurchaseOrderRecord
    move EnteredPOLine to POLineNumber of PurchaseOrderRecord
    read PurchaseOrdersFile
        invalid key
            display "No line " EnteredPOLine " on order " EnteredPONumber
                " - delivery not matched to the order"
        not invalid key
            if POLineCancelled of PurchaseOrderRecord
                display "That order line was cancelled - delivery not matched"
            else
                add DeliveredQuantity
                    to POQuantityReceived of PurchaseOrderRecord
                if POLineOpen of PurchaseOrderRecord
                    and POQuantityReceived of PurchaseOrderRecord
                        >= POQuantityOrdered of PurchaseOrderRecord
                    set POLineReceived of PurchaseOrderRecord to true
                end-if
                rewrite PurchaseOrderRecord
                move POQuantityReceived of PurchaseOrderRecord
                    to ReceivedDisplay
                display "Order " EnteredPONumber " line " EnteredPOLine
                    " received so far: " ReceivedDisplay
                if POQuantityReceived of PurchaseOrderRecord
                    > POQuantityOrdered of PurchaseOrderRecord
                    display "** More delivered than was ordered **"
                end-if
            end-if
    end-read
    close PurchaseOrdersFile
    move zero to DeliveredCost
    .

FetchStockItem section.
    move 0 to ItemFound
    open input KitchenStockFile
    .

PostDeliveryExpense section.
    move spaces to PostingDate
    call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
    if not PostingIsAllowed
        display "Invoice not posted - enter it once the period is reopened"
        exit section
    end-if
    initialize ExpenseEntry
    move spaces to ExpenseID
    move "FOOD" to ExpenseCategory
