identification division.
program-id. TakeSupplierInvoiceEntry is initial.

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

        select optional SupplierInvoicesFile assign to SupplierInvoiceFileName
            organization is indexed
            access mode is dynamic
            record key is SupplierInvoiceKey
            file status is SupplierInvoiceStatus.

        select optional MatchExceptionFile assign to MatchExceptionFileName
            organization is line sequential
            file status is MatchExceptionStatus.

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

    fd SupplierInvoicesFile.
        copy SupplierInvoice replacing SupplierInvoice by
            ==SupplierInvoiceRecord.
            88 EndOfSupplierInvoicesFile value high-values==.

    fd MatchExceptionFile.
        copy PurchaseMatchException.

working-storage section.
    01 SupplierStatus pic x(2).
    01 PurchaseOrderStatus pic x(2).
    01 SupplierInvoiceStatus pic x(2).
    01 MatchExceptionStatus pic x(2).
    01 SupplierFileName pic x(20) value "suppliers.dat".
    01 PurchaseOrderFileName pic x(20) value "purchase-orders.dat".
    01 SupplierInvoiceFileName pic x(24) value "supplier-invoices.dat".
    01 MatchExceptionFileName pic x(20) value "po-exceptions.dat".
    01 ExpenseFileName pic x(20) value "expenses.dat".

    copy OperatorSession.
    copy ExpenseEntry.

    01 EnteredSupplierCode pic x(6) value spaces.
    01 EnteredInvoiceRef pic x(12) value spaces.
    01 EnteredPONumber pic 9(6) value zero.
    01 EnteredInvoiceTotal pic 9(6)v99 value zero.
    01 EnteredCategory pic x(12) value spaces.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.

    01 MatchLineTable.
        05 NumberOfMatchLines pic 99 value zero.
        05 MatchLine occurs 50 times indexed by MatchIdx.
            10 MatchLineNumber pic 99.
            10 MatchDescription pic x(20).
            10 MatchOrdered pic 9(6)v99.
            10 MatchReceived pic 9(6)v99.
            10 MatchAlreadyInvoiced pic 9(6)v99.
            10 MatchPOPrice pic 9(4)v99.
            10 MatchInvoicedQuantity pic 9(6)v99.
            10 MatchInvoicedPrice pic 9(4)v99.
    01 LinesTotal pic 9(7)v99 value zero.
    01 MismatchCount pic 99 value zero.
    01 WrongSupplierFlag pic 9 value zero.
        88 OrderIsForAnotherSupplier value 1.
    01 ExceptionReasonBuffer pic x(8) value spaces.
    01 ExceptionDetailBuffer pic x(40) value spaces.
    01 ExceptionLineBuffer pic 99 value zero.
    01 QuantityDisplay pic z(5)9.99 value zero.
    01 ReceivedDisplay pic z(5)9.99 value zero.
    01 InvoicedDisplay pic z(5)9.99 value zero.
    01 PriceDisplay pic z(3)9.99 value zero.
    01 TotalDisplay pic z(6)9.99 value zero.

procedure division.
    display "SUPPLIER INVOICE - THREE-WAY MATCH"
    move function current-date(1:8) to PostingDate
    call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
    if not PostingIsAllowed
        goback
    end-if
    call "GetCurrentOperator" using by reference OperatorSession

    display "Supplier code: " with no advancing
    accept EnteredSupplierCode from console
    move function upper-case(EnteredSupplierCode) to EnteredSupplierCode
    move EnteredSupplierCode to SupplierCode of SupplierRecord
    open input SuppliersFile
    read SuppliersFile
        invalid key
            display "No supplier " EnteredSupplierCode
                " on the supplier master"
            close SuppliersFile
            goback
    end-read
    close SuppliersFile
    display "Invoice reference: " with no advancing
    accept EnteredInvoiceRef from console
    move function upper-case(EnteredInvoiceRef) to EnteredInvoiceRef
    display "Purchase order number: " with no advancing
    accept EnteredPONumber from console

    perform CheckAlreadyPosted
    if MismatchCount > zero
        perform ReportNotPosted
        goback
    end-if

    perform LoadOrderLines
    evaluate true
        when NumberOfMatchLines equal to zero
            move zero to ExceptionLineBuffer
            move "NOPO" to ExceptionReasonBuffer
            move "No open lines on that purchase order"
                to ExceptionDetailBuffer
            perform RecordException
        when OrderIsForAnotherSupplier
            move zero to ExceptionLineBuffer
            move "SUPPLIER" to ExceptionReasonBuffer
            move "Purchase order was raised to another supplier"
                to ExceptionDetailBuffer
            perform RecordException
    end-evaluate
    if MismatchCount > zero
        perform ReportNotPosted
        goback
    end-if

    perform varying MatchIdx from 1 by 1 until MatchIdx > NumberOfMatchLines
        perform TakeInvoiceLine
    end-perform
    display "Invoice total: " with no advancing
    accept EnteredInvoiceTotal from console
    if EnteredInvoiceTotal not equal to LinesTotal
        move zero to ExceptionLineBuffer
        move "TOTAL" to ExceptionReasonBuffer
        move LinesTotal to TotalDisplay
        string "Invoice total differs from lines $" TotalDisplay
            delimited by size into ExceptionDetailBuffer
        perform RecordException
    end-if
    if LinesTotal equal to zero
        move zero to ExceptionLineBuffer
        move "NOLINES" to ExceptionReasonBuffer
        move "Nothing invoiced against the order" to ExceptionDetailBuffer
        perform RecordException
    end-if

    if MismatchCount > zero
        perform ReportNotPosted
    else
        perform PostMatchedInvoice
    end-if
    goback
    .

CheckAlreadyPosted section.
    *> The same invoice is never paid twice
    move zero to MismatchCount
    open input SupplierInvoicesFile
    move EnteredSupplierCode to SupplierInvoiceSupplier of SupplierInvoiceRecord
    move EnteredInvoiceRef to SupplierInvoiceRef of SupplierInvoiceRecord
    read SupplierInvoicesFile
        invalid key continue
        not invalid key
            move zero to ExceptionLineBuffer
            move "DUPLICAT" to ExceptionReasonBuffer
            string "Already posted on "
                SupplierInvoiceDate of SupplierInvoiceRecord
                " as expense " SupplierInvoiceExpenseID of SupplierInvoiceRecord
                delimited by size into ExceptionDetailBuffer
            perform RecordException
    end-read
    close SupplierInvoicesFile
    .

LoadOrderLines section.
    move zero to NumberOfMatchLines
    move 0 to WrongSupplierFlag
    move EnteredPONumber to PONumber of PurchaseOrderRecord
    move zero to POLineNumber of PurchaseOrderRecord
    open input PurchaseOrdersFile
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
            if POSupplierCode of PurchaseOrderRecord
                not equal to EnteredSupplierCode
                set OrderIsForAnotherSupplier to true
            end-if
            if not POLineCancelled of PurchaseOrderRecord
                and not POLineInvoiced of PurchaseOrderRecord
                and NumberOfMatchLines < 50
                add 1 to NumberOfMatchLines
                set MatchIdx to NumberOfMatchLines
                move POLineNumber of PurchaseOrderRecord
                    to MatchLineNumber(MatchIdx)
                move POItemDescription of PurchaseOrderRecord
                    to MatchDescription(MatchIdx)
                move POQuantityOrdered of PurchaseOrderRecord
                    to MatchOrdered(MatchIdx)
                move POQuantityReceived of PurchaseOrderRecord
                    to MatchReceived(MatchIdx)
                move POQuantityInvoiced of PurchaseOrderRecord
                    to MatchAlreadyInvoiced(MatchIdx)
                move POUnitPrice of PurchaseOrderRecord
                    to MatchPOPrice(MatchIdx)
                move zero to MatchInvoicedQuantity(MatchIdx)
                move zero to MatchInvoicedPrice(MatchIdx)
            end-if
            read PurchaseOrdersFile next record
                at end set EndOfPurchaseOrdersFile to true
            end-read
        end-perform
    close PurchaseOrdersFile
    .

TakeInvoiceLine section.
    move MatchOrdered(MatchIdx) to QuantityDisplay
    move MatchReceived(MatchIdx) to ReceivedDisplay
    move MatchAlreadyInvoiced(MatchIdx) to InvoicedDisplay
    move MatchPOPrice(MatchIdx) to PriceDisplay
    display "Line " MatchLineNumber(MatchIdx) "  " MatchDescription(MatchIdx)
    display "    ordered " QuantityDisplay "  received " ReceivedDisplay
        "  invoiced before " InvoicedDisplay "  at $" PriceDisplay
    display "    quantity on this invoice (0 if none): " with no advancing
    accept MatchInvoicedQuantity(MatchIdx) from console
    if MatchInvoicedQuantity(MatchIdx) equal to zero
        exit section
    end-if
    display "    price per unit charged: " with no advancing
    accept MatchInvoicedPrice(MatchIdx) from console
    compute LinesTotal rounded = LinesTotal
        + MatchInvoicedQuantity(MatchIdx) * MatchInvoicedPrice(MatchIdx)

    move MatchLineNumber(MatchIdx) to ExceptionLineBuffer
    if MatchInvoicedPrice(MatchIdx) not equal to MatchPOPrice(MatchIdx)
        move "PRICE" to ExceptionReasonBuffer
        move MatchInvoicedPrice(MatchIdx) to PriceDisplay
        string "Charged $" PriceDisplay " against the order price"
            delimited by size into ExceptionDetailBuffer
        perform RecordException
    end-if
    if MatchInvoicedQuantity(MatchIdx) + MatchAlreadyInvoiced(MatchIdx)
        > MatchReceived(MatchIdx)
        move "NOTRECVD" to ExceptionReasonBuffer
        move MatchInvoicedQuantity(MatchIdx) to QuantityDisplay
        string "Invoiced " QuantityDisplay " more than goods received"
            delimited by size into ExceptionDetailBuffer
        perform RecordException
    end-if
    if MatchInvoicedQuantity(MatchIdx) + MatchAlreadyInvoiced(MatchIdx)
        > MatchOrdered(MatchIdx)
        move "OVERORDR" to ExceptionReasonBuffer
        move MatchInvoicedQuantity(MatchIdx) to QuantityDisplay
        string "Invoiced " QuantityDisplay " more than ordered"
            delimited by size into ExceptionDetailBuffer
        perform RecordException
    end-if
    .

RecordException section.
    add 1 to MismatchCount
    initialize PurchaseMatchException
    move function current-date(1:15) to ExceptionTimestamp
    move EnteredSupplierCode to ExceptionSupplierCode
    move EnteredInvoiceRef to ExceptionInvoiceRef
    move EnteredPONumber to ExceptionPONumber
    move ExceptionLineBuffer to ExceptionLineNumber
    move ExceptionReasonBuffer to ExceptionReason
    move ExceptionDetailBuffer to ExceptionDetail
    move SessionOperatorCode to ExceptionRaisedBy
    open extend MatchExceptionFile
        write PurchaseMatchException
    close MatchExceptionFile
    display "** " ExceptionReasonBuffer " " ExceptionDetailBuffer
    move spaces to ExceptionReasonBuffer, ExceptionDetailBuffer
    .

ReportNotPosted section.
    display "Invoice " function trim(EnteredInvoiceRef) " NOT posted - "
        MismatchCount " disagreement(s) sent to the exceptions report"
    .

PostMatchedInvoice section.
    display "Expense category (blank for FOOD): " with no advancing
    accept EnteredCategory from console
    if EnteredCategory equal to spaces
        move "FOOD" to EnteredCategory
    end-if
    initialize ExpenseEntry
    move spaces to ExpenseID
    move PostingDate to ExpenseDate
    move function upper-case(EnteredCategory) to ExpenseCategory
    move SupplierName of SupplierRecord to ExpensePayee
    move EnteredInvoiceTotal to ExpenseAmount
    display "Paid by: " with no advancing
    accept ExpensePaidBy from console
    call "AddExpense" using by content ExpenseFileName,
        by reference ExpenseEntry

    initialize SupplierInvoiceRecord
    move EnteredSupplierCode to SupplierInvoiceSupplier of SupplierInvoiceRecord
    move EnteredInvoiceRef to SupplierInvoiceRef of SupplierInvoiceRecord
    move EnteredPONumber to SupplierInvoicePO of SupplierInvoiceRecord
    move PostingDate to SupplierInvoiceDate of SupplierInvoiceRecord
    move EnteredInvoiceTotal to SupplierInvoiceAmount of SupplierInvoiceRecord
    move ExpenseID to SupplierInvoiceExpenseID of SupplierInvoiceRecord
    move SessionOperatorCode to SupplierInvoicePostedBy of SupplierInvoiceRecord
    open i-o SupplierInvoicesFile
        write SupplierInvoiceRecord
            invalid key
                display "Error - status is " SupplierInvoiceStatus
        end-write
    close SupplierInvoicesFile

    open i-o PurchaseOrdersFile
    perform varying MatchIdx from 1 by 1 until MatchIdx > NumberOfMatchLines
        if MatchInvoicedQuantity(MatchIdx) > zero
            move EnteredPONumber to PONumber of PurchaseOrderRecord
            move MatchLineNumber(MatchIdx) to POLineNumber of PurchaseOrderRecord
            read PurchaseOrdersFile
                invalid key continue
                not invalid key
                    add MatchInvoicedQuantity(MatchIdx)
                        to POQuantityInvoiced of PurchaseOrderRecord
                    if POQuantityInvoiced of PurchaseOrderRecord
                        >= POQuantityOrdered of PurchaseOrderRecord
                        set POLineInvoiced of PurchaseOrderRecord to true
                    end-if
                    rewrite PurchaseOrderRecord
            end-read
        end-if
    end-perform
    close PurchaseOrdersFile
    move EnteredInvoiceTotal to TotalDisplay
    display "Invoice " function trim(EnteredInvoiceRef) " matched and posted: $"
        TotalDisplay
    .

end program TakeSupplierInvoiceEntry.
