01 SupplierInvoice.
    05 SupplierInvoiceKey.
        10 SupplierInvoiceSupplier pic x(6).
        10 SupplierInvoiceRef pic x(12).
    05 SupplierInvoicePO pic 9(6).
    05 SupplierInvoiceDate pic x(8).
    05 SupplierInvoiceAmount pic 9(6)v99.
    05 SupplierInvoiceExpenseID pic x(6).
    05 SupplierInvoicePostedBy pic x(3).
