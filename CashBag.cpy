01 CashBag.
    05 BagNumber pic 9(6).
    05 BagCashUpCount pic 9.
    05 BagCashUp occurs 5 times.
        10 BagCashUpDate pic x(8).
        10 BagCashUpTill pic x(8).
    05 BagSealedAmount pic 9(6)v99.
    05 BagSealedBy pic x(3).
    05 BagSealedTimestamp pic x(15).
    05 BagToSafeBy pic x(3).
    05 BagToSafeTimestamp pic x(15).
    05 BagToBankBy pic x(3).
    05 BagToBankTimestamp pic x(15).
    05 BagState pic x.
        88 BagIsSealed    value "S".
        88 BagIsInSafe    value "V".
        88 BagIsWithBank  value "B".
        88 BagIsDeposited value "D".
    05 BagDepositDate pic x(8).
    05 BagDepositedAmount pic 9(6)v99.
