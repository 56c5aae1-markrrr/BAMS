01 Supplier.
    05 SupplierCode pic x(6).
    05 SupplierName pic x(30).
    05 SupplierMenuName pic x(20).
    05 SupplierContact pic x(30).
    05 SupplierTermsDays pic 99.
