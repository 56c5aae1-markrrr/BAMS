    05 TotalRefunded   pic 9(7)v99.
    05 TotalDonations  pic 9(5)v99.
    05 TotalMerchIncome pic 9(5)v99.
    05 TotalReversed   pic 9(7)v99.
    05 TotalWorkshopFees pic 9(5)v99.
