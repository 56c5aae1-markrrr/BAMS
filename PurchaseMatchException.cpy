01 PurchaseMatchException.
    05 ExceptionTimestamp pic x(15).
    05 filler pic x value space.
    05 ExceptionSupplierCode pic x(6).
    05 filler pic x value space.
    05 ExceptionInvoiceRef pic x(12).
    05 filler pic x value space.
    05 ExceptionPONumber pic 9(6).
    05 filler pic x value space.
    05 ExceptionLineNumber pic 99.
    05 filler pic x value space.
    05 ExceptionReason pic x(8).
    05 filler pic x value space.
    05 ExceptionDetail pic x(40).
    05 filler pic x value space.
    05 ExceptionRaisedBy pic x(3).
