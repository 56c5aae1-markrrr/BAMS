identification division.
program-id. CalculateAssetDepreciation is initial.

data division.
working-storage section.
    01 PurchaseYear pic 9(4) value zero.
    01 DisposalYear pic 9(4) value zero.
    01 YearsElapsed pic s9(4) value zero.
    01 AnnualCharge pic 9(6)v99 value zero.
    01 ChargedBefore pic 9(8)v99 value zero.

linkage section.
    copy FixedAsset replacing FixedAsset by ==ThisAsset==.
    01 EventYear pic 9(4).
    01 OpeningValue pic s9(6)v99.
    01 YearCharge pic s9(6)v99.
    01 ClosingValue pic s9(6)v99.

procedure division using ThisAsset, EventYear, OpeningValue, YearCharge,
    ClosingValue.
    *> Straight line over the useful life, a full year's charge in the
    *> event year of purchase and none in the year of disposal beyond
    *> writing off what is left of the book value less any proceeds
    move zero to OpeningValue, YearCharge, ClosingValue
    compute PurchaseYear = function numval(AssetPurchaseDate of ThisAsset(1:4))
    if PurchaseYear > EventYear
        goback
    end-if
    if AssetInUse of ThisAsset
        move 9999 to DisposalYear
    else
        compute DisposalYear =
            function numval(AssetDisposalDate of ThisAsset(1:4))
    end-if
    if DisposalYear < EventYear
        goback
    end-if

    if AssetLifeYears of ThisAsset equal to zero
        move AssetCost of ThisAsset to AnnualCharge
    else
        compute AnnualCharge rounded =
            AssetCost of ThisAsset / AssetLifeYears of ThisAsset
    end-if
    compute YearsElapsed = EventYear - PurchaseYear
    compute ChargedBefore = AnnualCharge * YearsElapsed
    if ChargedBefore >= AssetCost of ThisAsset
        move zero to OpeningValue
    else
        compute OpeningValue = AssetCost of ThisAsset - ChargedBefore
    end-if
    if YearsElapsed equal to zero
        move AssetCost of ThisAsset to OpeningValue
    end-if

    if DisposalYear equal to EventYear
        compute YearCharge = OpeningValue
            - AssetDisposalProceeds of ThisAsset
        move zero to ClosingValue
    else
        if AnnualCharge > OpeningValue
            or YearsElapsed + 1 >= AssetLifeYears of ThisAsset
            move OpeningValue to YearCharge
        else
            move AnnualCharge to YearCharge
        end-if
        compute ClosingValue = OpeningValue - YearCharge
    end-if
    goback
    .

end program CalculateAssetDepreciation.
