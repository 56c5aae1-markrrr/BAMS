01 FixedAsset.
    05 AssetID pic x(6).
    05 AssetExpenseID pic x(6).
    05 AssetDescription pic x(30).
    05 AssetCategory pic x(12).
    05 AssetCost pic 9(6)v99.
    05 AssetPurchaseDate pic x(8).
    05 AssetLifeYears pic 99.
    05 AssetDisposalDate pic x(8).
        88 AssetInUse value spaces.
    05 AssetDisposalProceeds pic 9(6)v99.
    05 AssetCapitalisedBy pic x(3).
