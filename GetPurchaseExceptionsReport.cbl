identification division.
program-id. GetPurchaseExceptionsReport is initial.

environment division.
input-output section.
    file-control.
        select optional MatchExceptionFile assign to MatchExceptionFileName
            organization is line sequential
            file status is MatchExceptionStatus.

        select optional PurchaseOrdersFile assign to PurchaseOrderFileName
            organization is indexed
            access mode is dynamic
            record key is POKey
            file status is PurchaseOrderStatus.

data division.
file section.
    fd MatchExceptionFile.
        copy PurchaseMatchException.

    fd PurchaseOrdersFile.
        copy PurchaseOrderLine replacing PurchaseOrderLine by
            ==PurchaseOrderRecord.
            88 EndOfPurchaseOrdersFile value high-values==.

working-storage section.
    01 MatchExceptionStatus pic x(2).
        88 MatchExceptionEof value "10".
    01 PurchaseOrderStatus pic x(2).
    01 MatchExceptionFileName pic x(20) value "po-exceptions.dat".
    01 PurchaseOrderFileName pic x(20) value "purchase-orders.dat".

    01 ExceptionsListed pic 9(4) value zero.
    01 LinesAwaitingInvoice pic 9(4) value zero.
    01 LinesAwaitingGoods pic 9(4) value zero.
    01 QuantityDisplay pic z(5)9.99 value zero.
    01 ReceivedDisplay pic z(5)9.99 value zero.
    01 InvoicedDisplay pic z(5)9.99 value zero.
    copy ReportWriterRequest.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "SUPPLIER INVOICE MATCH EXCEPTIONS" to ReportTitle
    move "spool-poexceptions.txt" to ReportSpoolName
    move MatchExceptionFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    move "INVOICES HELD - not posted to the expense ledger" to ReportLineText
    perform EmitLine
    move "Raised           Supplr Invoice ref  PO     Ln Reason   Detail"
        to ReportLineText
    perform EmitLine
    open input MatchExceptionFile
        read MatchExceptionFile
            at end set MatchExceptionEof to true
        end-read
        perform until MatchExceptionEof
            add 1 to ExceptionsListed
            string ExceptionTimestamp "  " ExceptionSupplierCode " "
                ExceptionInvoiceRef " " ExceptionPONumber " "
                ExceptionLineNumber " " ExceptionReason " " ExceptionDetail
                delimited by size into ReportLineText
            perform EmitLine
            read MatchExceptionFile
                at end set MatchExceptionEof to true
            end-read
        end-perform
    close MatchExceptionFile
    string "Exceptions: " ExceptionsListed
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move "ORDER LINES NOT YET MATCHED" to ReportLineText
    perform EmitLine
    move "PO     Ln Supplr Item                    Ordered   Received   Invoiced"
        to ReportLineText
    perform EmitLine
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
            if not POLineCancelled of PurchaseOrderRecord
                and not POLineInvoiced of PurchaseOrderRecord
                perform ListUnmatchedLine
            end-if
            read PurchaseOrdersFile next record
                at end set EndOfPurchaseOrdersFile to true
            end-read
        end-perform
    close PurchaseOrdersFile
    string "Goods received awaiting an invoice: " LinesAwaitingInvoice
        "   ordered awaiting delivery: " LinesAwaitingGoods
        delimited by size into ReportLineText
    perform EmitLine
    move "Reasons: PRICE not the order price  NOTRECVD more than received"
        to ReportLineText
    perform EmitLine
    move "         OVERORDR more than ordered  DUPLICAT already posted  TOTAL lines disagree"
        to ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

ListUnmatchedLine section.
    if POQuantityReceived of PurchaseOrderRecord
        > POQuantityInvoiced of PurchaseOrderRecord
        add 1 to LinesAwaitingInvoice
    else
        add 1 to LinesAwaitingGoods
    end-if
    move POQuantityOrdered of PurchaseOrderRecord to QuantityDisplay
    move POQuantityReceived of PurchaseOrderRecord to ReceivedDisplay
    move POQuantityInvoiced of PurchaseOrderRecord to InvoicedDisplay
    string PONumber of PurchaseOrderRecord " "
        POLineNumber of PurchaseOrderRecord " "
        POSupplierCode of PurchaseOrderRecord " "
        POItemDescription of PurchaseOrderRecord "  " QuantityDisplay
        "  " ReceivedDisplay "  " InvoicedDisplay
        delimited by size into ReportLineText
    perform EmitLine
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetPurchaseExceptionsReport.
