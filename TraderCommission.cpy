01 TraderCommission.
    05 CommissionTraderID pic x(6).
    05 CommissionRatePercent pic 99v99.
    05 CommissionTurnover pic 9(7)v99.
    05 CommissionDeclaredDate pic x(8).
        88 CommissionNotDeclared value spaces.
    05 CommissionDue pic 9(6)v99.
    05 CommissionPaid pic 9(6)v99.
