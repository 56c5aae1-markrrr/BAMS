identification division.
program-id. GetAssetRegisterReport is initial.

environment division.
input-output section.
    file-control.
        select optional AssetsFile assign to AssetFileName
            organization is indexed
            access mode is dynamic
            record key is AssetID
            file status is AssetStatus.

data division.
file section.
    fd AssetsFile.
        copy FixedAsset replacing FixedAsset by
            ==AssetRecord.
            88 EndOfAssetsFile value high-values==.

working-storage section.
    01 AssetStatus pic x(2).
    01 AssetFileName pic x(20) value "assets.dat".
    01 EventYear pic 9(4) value zero.
    01 OpeningValue pic s9(6)v99 value zero.
    01 YearCharge pic s9(6)v99 value zero.
    01 ClosingValue pic s9(6)v99 value zero.
    01 TotalCost pic 9(7)v99 value zero.
    01 TotalOpening pic s9(7)v99 value zero.
    01 TotalCharge pic s9(7)v99 value zero.
    01 TotalClosing pic s9(7)v99 value zero.
    01 CostDisplay pic z(6)9.99 value zero.
    01 OpeningDisplay pic -(6)9.99 value zero.
    01 ChargeDisplay pic -(6)9.99 value zero.
    01 ClosingDisplay pic -(6)9.99 value zero.
    copy ReportWriterRequest.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    compute EventYear = function numval(function current-date(1:4))
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "FIXED ASSET REGISTER AND DEPRECIATION" to ReportTitle
    move "spool-assets.txt" to ReportSpoolName
    move AssetFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    string "Event year " EventYear " - straight line over useful life"
        delimited by size into ReportLineText
    perform EmitLine
    move "Asset   Description          Bought    Yrs        Cost     Opening      Charge     Closing"
        to ReportLineText
    perform EmitLine

    move low-values to AssetID of AssetRecord
    start AssetsFile key is greater than AssetID of AssetRecord
        invalid key set EndOfAssetsFile to true
    end-start
    open input AssetsFile
        if not EndOfAssetsFile
            read AssetsFile next record
                at end set EndOfAssetsFile to true
            end-read
        end-if
        perform until EndOfAssetsFile
            call "CalculateAssetDepreciation" using AssetRecord, EventYear,
                OpeningValue, YearCharge, ClosingValue
            perform PrintAssetLine
            read AssetsFile next record
                at end set EndOfAssetsFile to true
            end-read
        end-perform
    close AssetsFile

    perform EmitLine
    move TotalCost to CostDisplay
    move TotalOpening to OpeningDisplay
    move TotalCharge to ChargeDisplay
    move TotalClosing to ClosingDisplay
    string "Totals                                          " CostDisplay
        "  " OpeningDisplay "  " ChargeDisplay "  " ClosingDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

PrintAssetLine section.
    add AssetCost of AssetRecord to TotalCost
    add OpeningValue to TotalOpening
    add YearCharge to TotalCharge
    add ClosingValue to TotalClosing
    move AssetCost of AssetRecord to CostDisplay
    move OpeningValue to OpeningDisplay
    move YearCharge to ChargeDisplay
    move ClosingValue to ClosingDisplay
    if AssetInUse of AssetRecord
        string AssetID of AssetRecord "  " AssetDescription of AssetRecord(1:20)
            " " AssetPurchaseDate of AssetRecord "  " AssetLifeYears of AssetRecord
            "  " CostDisplay "  " OpeningDisplay "  " ChargeDisplay
            "  " ClosingDisplay
            delimited by size into ReportLineText
    else
        string AssetID of AssetRecord "  " AssetDescription of AssetRecord(1:20)
            " " AssetPurchaseDate of AssetRecord "  " AssetLifeYears of AssetRecord
            "  " CostDisplay "  " OpeningDisplay "  " ChargeDisplay
            "  " ClosingDisplay " DISP"
            delimited by size into ReportLineText
    end-if
    perform EmitLine
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetAssetRegisterReport.
