identification division.
program-id. GetEnvironmentalSummary is initial.

environment division.
input-output section.
    file-control.
        select optional ServicesLogFile assign to ServicesLogFileName
            organization is line sequential
            file status is ServicesLogStatus.

        select optional SnapshotFile assign to SnapshotFileName
            organization is line sequential
            file status is SnapshotStatus.

data division.
file section.
    fd ServicesLogFile.
        copy SiteServiceEntry.

    fd SnapshotFile.
        copy EndOfDaySnapshot.

working-storage section.
    01 ServicesLogStatus pic x(2).
        88 ServicesLogOk  values "00", "05".
        88 ServicesLogEof value "10".
    01 SnapshotStatus pic x(2).
        88 SnapshotOk  values "00", "05".
        88 SnapshotEof value "10".

    01 ServicesLogFileName pic x(20) value "site-services.log".
    01 SnapshotFileName pic x(24) value "eod-snapshot.log".

    01 GeneratorTable.
        05 NumberOfGenerators pic 99 value zero.
        05 GeneratorEntry occurs 30 times indexed by GeneratorIdx.
            10 GeneratorCode   pic x(8).
            10 GeneratorLitres pic 9(6)v999.
    01 StreamTable.
        05 NumberOfStreams pic 99 value zero.
        05 StreamEntry occurs 20 times indexed by StreamIdx.
            10 StreamName   pic x(10).
            10 StreamTonnes pic 9(4)v999.
            10 StreamLifts  pic 999.

    01 TotalLitres pic 9(7)v999 value zero.
    01 TotalTonnes pic 9(5)v999 value zero.
    01 RecycledTonnes pic 9(5)v999 value zero.
    01 PumpOuts pic 999 value zero.
    01 WaterTestsPassed pic 999 value zero.
    01 WaterTestsFailed pic 999 value zero.
    01 PeakOnSite pic 9(4) value zero.
    01 PersonDays pic 9(6) value zero.
    01 RecyclingPercent pic 999v9 value zero.
    01 LitresPerHead pic 9(4)v99 value zero.
    01 KilosPerHead pic 9(4)v99 value zero.
    01 RecycledKilosPerHead pic 9(4)v99 value zero.

    01 LitresDisplay pic z(6)9.9 value zero.
    01 TonnesDisplay pic z(4)9.999 value zero.
    01 PercentDisplay pic zz9.9 value zero.
    01 PerHeadDisplay pic z(3)9.99 value zero.
    copy ReportWriterRequest.

procedure division.
    perform TallyServicesLog
    perform FindHeadcount

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "END-OF-EVENT ENVIRONMENTAL SUMMARY" to ReportTitle
    move "spool-environment.txt" to ReportSpoolName
    move ServicesLogFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    string "Peak on site " PeakOnSite "  person-days " PersonDays
        "  (from the end-of-day snapshots)"
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move "GENERATOR FUEL" to ReportLineText
    perform EmitLine
    perform varying GeneratorIdx from 1 by 1
        until GeneratorIdx > NumberOfGenerators
        move GeneratorLitres(GeneratorIdx) to LitresDisplay
        string "    " GeneratorCode(GeneratorIdx) "  " LitresDisplay " litres"
            delimited by size into ReportLineText
        perform EmitLine
    end-perform
    move TotalLitres to LitresDisplay
    string "    Total     " LitresDisplay " litres"
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move "WASTE BY STREAM" to ReportLineText
    perform EmitLine
    perform varying StreamIdx from 1 by 1 until StreamIdx > NumberOfStreams
        move StreamTonnes(StreamIdx) to TonnesDisplay
        string "    " StreamName(StreamIdx) "  " TonnesDisplay " tonnes in "
            StreamLifts(StreamIdx) " lift(s)"
            delimited by size into ReportLineText
        perform EmitLine
    end-perform
    move TotalTonnes to TonnesDisplay
    string "    Total       " TonnesDisplay " tonnes"
        delimited by size into ReportLineText
    perform EmitLine
    if TotalTonnes > zero
        compute RecyclingPercent rounded = RecycledTonnes * 100 / TotalTonnes
    end-if
    move RecyclingPercent to PercentDisplay
    move RecycledTonnes to TonnesDisplay
    string "    Recycled or diverted " TonnesDisplay " tonnes = "
        PercentDisplay "% of all waste"
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move "SERVICES CARRIED OUT" to ReportLineText
    perform EmitLine
    string "    Toilet pump-outs " PumpOuts "   water tests passed "
        WaterTestsPassed "  failed " WaterTestsFailed
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move "PER HEAD (peak on site)" to ReportLineText
    perform EmitLine
    if PeakOnSite equal to zero
        move "    (no headcount figures - take end-of-day snapshots)"
            to ReportLineText
        perform EmitLine
    else
        compute LitresPerHead rounded = TotalLitres / PeakOnSite
        compute KilosPerHead rounded = TotalTonnes * 1000 / PeakOnSite
        compute RecycledKilosPerHead rounded =
            RecycledTonnes * 1000 / PeakOnSite
        move LitresPerHead to PerHeadDisplay
        string "    Fuel              " PerHeadDisplay " litres"
            delimited by size into ReportLineText
        perform EmitLine
        move KilosPerHead to PerHeadDisplay
        string "    Waste             " PerHeadDisplay " kg"
            delimited by size into ReportLineText
        perform EmitLine
        move RecycledKilosPerHead to PerHeadDisplay
        string "    Recycled          " PerHeadDisplay " kg  ("
            PercentDisplay "% recycling rate)"
            delimited by size into ReportLineText
        perform EmitLine
    end-if

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

TallyServicesLog section.
    open input ServicesLogFile
        read ServicesLogFile
            at end set ServicesLogEof to true
        end-read
        perform until ServicesLogEof
            evaluate true
                when ServiceIsFuel perform TallyFuel
                when ServiceIsWaste perform TallyWaste
                when ServiceIsPumpOut add 1 to PumpOuts
                when ServiceIsWaterTest
                    if ServiceTestFailed
                        add 1 to WaterTestsFailed
                    else
                        add 1 to WaterTestsPassed
                    end-if
            end-evaluate
            read ServicesLogFile
                at end set ServicesLogEof to true
            end-read
        end-perform
    close ServicesLogFile
    .

TallyFuel section.
    add ServiceQuantity to TotalLitres
    set GeneratorIdx to 1
    search GeneratorEntry
        at end continue
        when GeneratorIdx > NumberOfGenerators
            if NumberOfGenerators < 30
                add 1 to NumberOfGenerators
                set GeneratorIdx to NumberOfGenerators
                move ServiceAsset to GeneratorCode(GeneratorIdx)
                move ServiceQuantity to GeneratorLitres(GeneratorIdx)
            end-if
        when GeneratorCode(GeneratorIdx) equal to ServiceAsset
            add ServiceQuantity to GeneratorLitres(GeneratorIdx)
    end-search
    .

TallyWaste section.
    add ServiceQuantity to TotalTonnes
    if not ServiceStreamIsGeneral
        add ServiceQuantity to RecycledTonnes
    end-if
    set StreamIdx to 1
    search StreamEntry
        at end continue
        when StreamIdx > NumberOfStreams
            if NumberOfStreams < 20
                add 1 to NumberOfStreams
                set StreamIdx to NumberOfStreams
                move ServiceStream to StreamName(StreamIdx)
                move ServiceQuantity to StreamTonnes(StreamIdx)
                move 1 to StreamLifts(StreamIdx)
            end-if
        when StreamName(StreamIdx) equal to ServiceStream
            add ServiceQuantity to StreamTonnes(StreamIdx)
            add 1 to StreamLifts(StreamIdx)
    end-search
    .

FindHeadcount section.
    *> The nightly end-of-day snapshots give the on-site figure per day
    open input SnapshotFile
        read SnapshotFile
            at end set SnapshotEof to true
        end-read
        perform until SnapshotEof
            if SnapshotOnSite > PeakOnSite
                move SnapshotOnSite to PeakOnSite
            end-if
            add SnapshotOnSite to PersonDays
            read SnapshotFile
                at end set SnapshotEof to true
            end-read
        end-perform
    close SnapshotFile
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetEnvironmentalSummary.
