01 PurchaseOrderLine.
    05 POKey.
        10 PONumber pic 9(6).
        10 POLineNumber pic 99.
    05 POSupplierCode pic x(6).
    05 PORaisedDate pic x(8).
    05 PORaisedBy pic x(3).
    05 POItemDescription pic x(20).
    05 POStockItemCode pic x(6).
    05 POUnit pic x(10).
    05 POQuantityOrdered pic 9(6)v99.
    05 POUnitPrice pic 9(4)v99.
    05 POQuantityReceived pic 9(6)v99.
    05 POQuantityInvoiced pic 9(6)v99.
    05 POLineState pic x.
        88 POLineOpen      value "O".
        88 POLineReceived  value "R".
        88 POLineInvoiced  value "I".
        88 POLineCancelled value "X".
