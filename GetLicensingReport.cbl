identification division.
program-id. GetLicensingReport is initial.

environment division.
input-output section.
    file-control.
        select optional TabSalesFile assign to TabSalesFileName
            organization is line sequential
            file status is TabSalesStatus.

        select optional BarProductsFile assign to BarProductFileName
            organization is indexed
            access mode is dynamic
            record key is ProductCode
            file status is BarProductStatus.

        select optional ChallengeLogFile assign to ChallengeLogFileName
            organization is line sequential
            file status is ChallengeLogStatus.

        select optional LicensingOverrideFile assign to LicensingOverrideFileName
            organization is line sequential
            file status is LicensingOverrideStatus.

data division.
file section.
    fd TabSalesFile.
        copy TabSaleLine.

    fd BarProductsFile.
        copy BarProduct replacing BarProduct by
            ==BarProductRecord.
            88 EndOfBarProductsFile value high-values==.

    fd ChallengeLogFile.
        01 ChallengeLogLine.
            05 ChallengeAuthCode pic x(6).
            05 filler pic x value space.
            05 ChallengeTimestamp pic x(15).
            05 filler pic x value space.
            05 ChallengeOperator pic x(3).
            05 filler pic x value space.
            05 ChallengeOutcome pic x.
                88 ChallengePassed  value "P".
                88 ChallengeRefused value "R".

    fd LicensingOverrideFile.
        copy LicensingOverrideEntry.

working-storage section.
    01 TabSalesStatus pic x(2).
        88 TabSalesOk  values "00", "05".
        88 TabSalesEof value "10".
    01 BarProductStatus pic x(2).
    01 ChallengeLogStatus pic x(2).
        88 ChallengeLogOk  values "00", "05".
        88 ChallengeLogEof value "10".
    01 LicensingOverrideStatus pic x(2).
        88 LicensingOverrideOk  values "00", "05".
        88 LicensingOverrideEof value "10".

    01 TabSalesFileName pic x(20) value "tab-sales.dat".
    01 BarProductFileName pic x(24) value "bar-products.dat".
    01 ChallengeLogFileName pic x(20) value "challenge-log.dat".
    01 LicensingOverrideFileName pic x(24) value "licensing-overrides.log".

    copy LicensedHoursTable.

    01 ReportDate pic x(8) value spaces.
    01 ReportDayIndex pic 9 value zero.
    01 SaleTime pic x(4) value spaces.
    01 WithinLicensedHours pic 9 value zero.
        88 SaleIsLicensed value 1.
    01 SaleIsAlcoholFlag pic 9 value zero.
        88 SaleIsAlcohol value 1.

    01 HourTable.
        05 HourBucket occurs 24 times indexed by HourIdx.
            10 HourLines    pic 9(5).
            10 HourQuantity pic 9(5).
            10 HourAmount   pic 9(7)v99.
            10 HourOutside  pic 9(5).
    01 HourNumber pic 99 value zero.

    01 TillSessionTable.
        05 NumberOfTillSessions pic 99 value zero.
        05 TillSession occurs 40 times indexed by TillIdx.
            10 TillOperator     pic x(3).
            10 TillFirstSale    pic x(4).
            10 TillLastSale     pic x(4).
            10 TillAlcoholLines pic 9(5).
            10 TillOtherLines   pic 9(5).
            10 TillOverrides    pic 9(4).
    01 TillFoundFlag pic 9 value zero.
        88 TillWasFound value 1.

    01 TotalAlcoholLines pic 9(6) value zero.
    01 TotalAlcoholAmount pic 9(7)v99 value zero.
    01 TotalOutsideLines pic 9(6) value zero.
    01 RefusedCount pic 9(4) value zero.
    01 PassedCount pic 9(4) value zero.
    01 OverrideCount pic 9(4) value zero.
    01 CountDisplay pic zzzz9 value zero.
    01 QuantityDisplay pic zzzz9 value zero.
    01 OutsideDisplay pic zzzz9 value zero.
    01 AmountDisplay pic z(6)9.99 value zero.
    01 TimeText pic x(5) value spaces.
    01 FirstTimeText pic x(5) value spaces.
    01 LastTimeText pic x(5) value spaces.
    copy ReportWriterRequest.

linkage section.
    01 RequestedDate pic x(8).

procedure division using RequestedDate.
    move RequestedDate to ReportDate
    if ReportDate equal to spaces
        move function current-date(1:8) to ReportDate
    end-if
    compute ReportDayIndex = function mod(
        function integer-of-date(function numval(ReportDate)), 7)
    if ReportDayIndex equal to zero
        move 7 to ReportDayIndex
    end-if
    call "LoadLicensedHours" using by reference LicensedHoursTable
    initialize HourTable, TillSessionTable

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "PREMISES LICENCE COMPLIANCE - DAILY" to ReportTitle
    move "spool-licensing.txt" to ReportSpoolName
    move TabSalesFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    string "Day: " ReportDate " (" LicensedDayName(ReportDayIndex) ")"
        delimited by size into ReportLineText
    perform EmitLine
    perform PrintLicensedHours
    perform EmitLine

    perform CollectSales
    perform CollectOverrides
    perform PrintSalesByHour
    perform PrintChallengeRefusals
    perform PrintOverrides
    perform PrintTillSessions

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

PrintLicensedHours section.
    if not LicensedHoursAreSet
        move "Licensed hours: none held - sales are not restricted"
            to ReportLineText
    else
        if LicensedOpen(ReportDayIndex) equal to spaces
            move "Licensed hours: no licensed hours this day" to ReportLineText
        else
            string "Licensed hours: " LicensedOpen(ReportDayIndex) " to "
                LicensedClose(ReportDayIndex)
                delimited by size into ReportLineText
        end-if
    end-if
    perform EmitLine
    .

CollectSales section.
    open input BarProductsFile
    open input TabSalesFile
        read TabSalesFile
            at end set TabSalesEof to true
        end-read
        perform until TabSalesEof
            if SaleTimestamp(1:8) equal to ReportDate
                perform TallySaleLine
            end-if
            read TabSalesFile
                at end set TabSalesEof to true
            end-read
        end-perform
    close TabSalesFile
    close BarProductsFile
    .

TallySaleLine section.
    move SaleTimestamp(9:4) to SaleTime
    move zero to SaleIsAlcoholFlag
    move SaleProductCode to ProductCode of BarProductRecord
    read BarProductsFile
        invalid key continue
        not invalid key
            if ProductIsAlcohol of BarProductRecord
                set SaleIsAlcohol to true
            end-if
    end-read

    perform FindTillSession
    if TillWasFound
        if SaleTime < TillFirstSale(TillIdx)
            move SaleTime to TillFirstSale(TillIdx)
        end-if
        if SaleTime > TillLastSale(TillIdx)
            move SaleTime to TillLastSale(TillIdx)
        end-if
        if SaleIsAlcohol
            add 1 to TillAlcoholLines(TillIdx)
        else
            add 1 to TillOtherLines(TillIdx)
        end-if
    end-if

    if not SaleIsAlcohol
        exit section
    end-if
    compute HourNumber = function numval(SaleTime(1:2)) + 1
    set HourIdx to HourNumber
    add 1 to HourLines(HourIdx)
    add SaleQuantity to HourQuantity(HourIdx)
    add SaleAmount to HourAmount(HourIdx)
    add 1 to TotalAlcoholLines
    add SaleAmount to TotalAlcoholAmount
    call "CheckLicensedHours" using by content ReportDayIndex, SaleTime,
        by reference WithinLicensedHours
    if not SaleIsLicensed
        add 1 to HourOutside(HourIdx)
        add 1 to TotalOutsideLines
    end-if
    .

FindTillSession section.
    *> One till session per operator per day, opened at the first sale
    move zero to TillFoundFlag
    perform varying TillIdx from 1 by 1
        until TillIdx > NumberOfTillSessions or TillWasFound
        if TillOperator(TillIdx) equal to SaleOperator
            set TillWasFound to true
        end-if
    end-perform
    if TillWasFound
        set TillIdx down by 1
        exit section
    end-if
    if NumberOfTillSessions < 40
        add 1 to NumberOfTillSessions
        set TillIdx to NumberOfTillSessions
        move SaleOperator to TillOperator(TillIdx)
        move SaleTime to TillFirstSale(TillIdx)
        move SaleTime to TillLastSale(TillIdx)
        set TillWasFound to true
    end-if
    .

CollectOverrides section.
    open input LicensingOverrideFile
        read LicensingOverrideFile
            at end set LicensingOverrideEof to true
        end-read
        perform until LicensingOverrideEof
            if OverrideTimestamp(1:8) equal to ReportDate
                add 1 to OverrideCount
                perform varying TillIdx from 1 by 1
                    until TillIdx > NumberOfTillSessions
                    if TillOperator(TillIdx) equal to OverrideTillOperator
                        add 1 to TillOverrides(TillIdx)
                    end-if
                end-perform
            end-if
            read LicensingOverrideFile
                at end set LicensingOverrideEof to true
            end-read
        end-perform
    close LicensingOverrideFile
    .

PrintSalesByHour section.
    move "ALCOHOL SALES BY HOUR" to ReportLineText
    perform EmitLine
    move "Hour   Lines  Units      Amount  Outside hours" to ReportLineText
    perform EmitLine
    perform varying HourIdx from 1 by 1 until HourIdx > 24
        if HourLines(HourIdx) > zero
            set HourNumber to HourIdx
            subtract 1 from HourNumber
            move HourLines(HourIdx) to CountDisplay
            move HourQuantity(HourIdx) to QuantityDisplay
            move HourAmount(HourIdx) to AmountDisplay
            move HourOutside(HourIdx) to OutsideDisplay
            string HourNumber ":00  " CountDisplay "  " QuantityDisplay
                "  " AmountDisplay "  " OutsideDisplay
                delimited by size into ReportLineText
            if HourOutside(HourIdx) > zero
                move "**" to ReportLineText(40:2)
            end-if
            perform EmitLine
        end-if
    end-perform
    if TotalAlcoholLines equal to zero
        move "(no alcohol sold)" to ReportLineText
        perform EmitLine
    end-if
    move TotalAlcoholLines to CountDisplay
    move TotalAlcoholAmount to AmountDisplay
    move TotalOutsideLines to OutsideDisplay
    string "Total  " CountDisplay "         " AmountDisplay "  " OutsideDisplay
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    .

PrintChallengeRefusals section.
    move "CHALLENGE 25 REFUSALS" to ReportLineText
    perform EmitLine
    move "Time  AuthCode Operator" to ReportLineText
    perform EmitLine
    open input ChallengeLogFile
        read ChallengeLogFile
            at end set ChallengeLogEof to true
        end-read
        perform until ChallengeLogEof
            if ChallengeTimestamp(1:8) equal to ReportDate
                if ChallengeRefused
                    add 1 to RefusedCount
                    string ChallengeTimestamp(9:2) ":" ChallengeTimestamp(11:2)
                        delimited by size into TimeText
                    string TimeText " " ChallengeAuthCode "   "
                        ChallengeOperator
                        delimited by size into ReportLineText
                    perform EmitLine
                else
                    add 1 to PassedCount
                end-if
            end-if
            read ChallengeLogFile
                at end set ChallengeLogEof to true
            end-read
        end-perform
    close ChallengeLogFile
    string "Challenges passed: " PassedCount "  refused: " RefusedCount
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    .

PrintOverrides section.
    move "SALES OUTSIDE LICENSED HOURS BY SUPERVISOR OVERRIDE" to ReportLineText
    perform EmitLine
    move "Time  AuthCode PLU  Till Supervisor Reason" to ReportLineText
    perform EmitLine
    open input LicensingOverrideFile
        read LicensingOverrideFile
            at end set LicensingOverrideEof to true
        end-read
        perform until LicensingOverrideEof
            if OverrideTimestamp(1:8) equal to ReportDate
                string OverrideTimestamp(9:2) ":" OverrideTimestamp(11:2)
                    delimited by size into TimeText
                string TimeText " " OverrideAuthCode "   " OverrideProductCode
                    " " OverrideTillOperator "  " OverrideSupervisor
                    "        " OverrideReason
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read LicensingOverrideFile
                at end set LicensingOverrideEof to true
            end-read
        end-perform
    close LicensingOverrideFile
    string "Overrides: " OverrideCount delimited by size into ReportLineText
    perform EmitLine
    if OverrideCount < TotalOutsideLines
        move "** Alcohol sold outside hours without a recorded override **"
            to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    .

PrintTillSessions section.
    move "TILL SESSIONS - RESPONSIBLE OPERATOR" to ReportLineText
    perform EmitLine
    move "Operator First  Last   Alcohol  Other  Overrides" to ReportLineText
    perform EmitLine
    perform varying TillIdx from 1 by 1 until TillIdx > NumberOfTillSessions
        string TillFirstSale(TillIdx)(1:2) ":" TillFirstSale(TillIdx)(3:2)
            delimited by size into FirstTimeText
        string TillLastSale(TillIdx)(1:2) ":" TillLastSale(TillIdx)(3:2)
            delimited by size into LastTimeText
        move TillAlcoholLines(TillIdx) to CountDisplay
        move TillOtherLines(TillIdx) to QuantityDisplay
        move TillOverrides(TillIdx) to OutsideDisplay
        string TillOperator(TillIdx) "      " FirstTimeText "  " LastTimeText
            "  " CountDisplay "  " QuantityDisplay "  " OutsideDisplay
            delimited by size into ReportLineText
        perform EmitLine
    end-perform
    if NumberOfTillSessions equal to zero
        move "(no till sales)" to ReportLineText
        perform EmitLine
    end-if
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetLicensingReport.
