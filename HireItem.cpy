01 HireItem.
    05 HireItemCode        pic x(6).
    05 HireItemDescription pic x(30).
    05 HireStockQuantity   pic 999.
    05 HireNightlyCharge   pic 9(3)v99.
    05 HireDepositAmount   pic 9(3)v99.
