identification division.
program-id. ArchiveAssetRegister is initial.

environment division.
input-output section.
    file-control.
        select optional AssetsFile assign to AssetFileName
            organization is indexed
            access mode is dynamic
            record key is AssetID
            file status is AssetStatus.

        select AssetArchiveFile assign to AssetArchiveFileName
            organization is line sequential
            file status is AssetArchiveStatus.

data division.
file section.
    fd AssetsFile.
        copy FixedAsset replacing FixedAsset by
            ==AssetRecord.
            88 EndOfAssetsFile value high-values==.

    fd AssetArchiveFile.
        01 AssetArchiveLine.
            05 ArchivedAssetID pic x(6).
            05 filler pic x value space.
            05 ArchivedDescription pic x(30).
            05 filler pic x value space.
            05 ArchivedCost pic 9(6)v99.
            05 filler pic x value space.
            05 ArchivedPurchaseDate pic x(8).
            05 filler pic x value space.
            05 ArchivedLifeYears pic 99.
            05 filler pic x value space.
            05 ArchivedOpeningValue pic s9(6)v99 sign is leading separate.
            05 filler pic x value space.
            05 ArchivedYearCharge pic s9(6)v99 sign is leading separate.
            05 filler pic x value space.
            05 ArchivedClosingValue pic s9(6)v99 sign is leading separate.
            05 filler pic x value space.
            05 ArchivedDisposalDate pic x(8).

working-storage section.
    01 AssetStatus pic x(2).
    01 AssetArchiveStatus pic x(2).
    01 AssetFileName pic x(20) value "assets.dat".
    01 AssetArchiveFileName pic x(24) value spaces.
    01 EventYear pic 9(4) value zero.
    01 OpeningValue pic s9(6)v99 value zero.
    01 YearCharge pic s9(6)v99 value zero.
    01 ClosingValue pic s9(6)v99 value zero.
    01 AssetsArchived pic 999 value zero.

linkage section.
    01 ArchiveYear pic x(4).

procedure division using ArchiveYear.
    *> Each year's written-down values are kept alongside that year's
    *> attendee archive so the register can be traced back later
    compute EventYear = function numval(ArchiveYear)
    string "asset-register-" ArchiveYear ".dat"
        delimited by size into AssetArchiveFileName

    move low-values to AssetID of AssetRecord
    start AssetsFile key is greater than AssetID of AssetRecord
        invalid key set EndOfAssetsFile to true
    end-start
    open input AssetsFile
    open output AssetArchiveFile
        if not EndOfAssetsFile
            read AssetsFile next record
                at end set EndOfAssetsFile to true
            end-read
        end-if
        perform until EndOfAssetsFile
            call "CalculateAssetDepreciation" using AssetRecord, EventYear,
                OpeningValue, YearCharge, ClosingValue
            if OpeningValue not equal to zero or YearCharge not equal to zero
                move AssetID of AssetRecord to ArchivedAssetID
                move AssetDescription of AssetRecord to ArchivedDescription
                move AssetCost of AssetRecord to ArchivedCost
                move AssetPurchaseDate of AssetRecord to ArchivedPurchaseDate
                move AssetLifeYears of AssetRecord to ArchivedLifeYears
                move OpeningValue to ArchivedOpeningValue
                move YearCharge to ArchivedYearCharge
                move ClosingValue to ArchivedClosingValue
                move AssetDisposalDate of AssetRecord to ArchivedDisposalDate
                write AssetArchiveLine
                add 1 to AssetsArchived
            end-if
            read AssetsFile next record
                at end set EndOfAssetsFile to true
            end-read
        end-perform
    close AssetArchiveFile
    close AssetsFile
    display "Archived " AssetsArchived " asset values to "
        function trim(AssetArchiveFileName)
    goback
    .

end program ArchiveAssetRegister.
