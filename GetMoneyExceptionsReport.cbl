identification division.
program-id. GetMoneyExceptionsReport is initial.

environment division.
input-output section.
    file-control.
        select optional PaymentLogFile assign to PaymentLogFileName
            organization is line sequential
            file status is PaymentLogStatus.

        select optional TabLogFile assign to TabLogFileName
            organization is line sequential
            file status is TabLogStatus.

        select optional ArrivalLogFile assign to ArrivalLogFileName
            organization is line sequential
            file status is ArrivalLogStatus.

        select optional CashUpLogFile assign to CashUpLogFileName
            organization is line sequential
            file status is CashUpLogStatus.

        select optional ReprintLogFile assign to ReprintLogFileName
            organization is line sequential
            file status is ReprintLogStatus.

        select optional SignOnLogFile assign to SignOnLogFileName
            organization is line sequential
            file status is SignOnLogStatus.

        select optional VouchersFile assign to VoucherFileName
            organization is indexed
            access mode is dynamic
            record key is VoucherCode
            file status is VoucherStatus.

        select optional EventParamsFile assign to EventParamsFileName
            organization is line sequential
            file status is EventParamsStatus.

data division.
file section.
    fd PaymentLogFile.
        copy PaymentTransaction.

    fd TabLogFile.
        copy TabTransaction.

    fd ArrivalLogFile.
        copy ArrivalLogEntry.

    fd CashUpLogFile.
        copy CashUpRecord.

    fd ReprintLogFile.
        01 ReprintLogEntry.
            05 ReprintTimestamp pic x(15).
            05 filler pic x value space.
            05 ReprintReceiptNumber pic 9(6).
            05 filler pic x value space.
            05 ReprintOperator pic x(3).

    fd SignOnLogFile.
        01 SignOnLogEntry.
            05 SignOnTimestamp pic x(15).
            05 filler pic x value space.
            05 SignOnOperator pic x(3).

    fd VouchersFile.
        copy CreditVoucher replacing CreditVoucher by
            ==VoucherRecord.
            88 EndOfVouchersFile value high-values==.

    fd EventParamsFile
        record contains 40 characters.
        01 EventParamsLine pic x(40).

working-storage section.
    01 PaymentLogStatus pic x(2).
        88 PaymentLogEof value "10".
    01 TabLogStatus pic x(2).
        88 TabLogEof value "10".
    01 ArrivalLogStatus pic x(2).
        88 ArrivalLogEof value "10".
    01 CashUpLogStatus pic x(2).
        88 CashUpLogEof value "10".
    01 ReprintLogStatus pic x(2).
        88 ReprintLogEof value "10".
    01 SignOnLogStatus pic x(2).
        88 SignOnLogEof value "10".
    01 VoucherStatus pic x(2).
    01 EventParamsStatus pic x(2).
        88 EventParamsEof     value "10".
        88 EventParamsMissing value "35".

    01 PaymentLogFileName pic x(24) value "payment-log.dat".
    01 TabLogFileName pic x(24) value "tab-log.dat".
    01 ArrivalLogFileName pic x(24) value "arrival-log.dat".
    01 CashUpLogFileName pic x(24) value "cashup-log.dat".
    01 ReprintLogFileName pic x(24) value "receipt-reprint.log".
    01 SignOnLogFileName pic x(24) value "operator-signon.log".
    01 VoucherFileName pic x(24) value "vouchers.dat".
    01 EventParamsFileName pic x(20) value "event-params.dat".
    01 ParamName  pic x(16) value spaces.
    01 ParamValue pic x(20) value spaces.

    *> What counts as unusual - kept here so the treasurer can see
    *> exactly what each flag means
    01 LookBackDays pic 99 value 7.
    01 ApprovalLimit pic 9(5)v99 value 100.
    01 JustUnderFraction pic v99 value .90.
    01 JustUnderFloor pic 9(5)v99 value zero.
    01 ManualMultiple pic 9 value 3.
    01 ManualMinimum pic 999 value 10.
    01 ReprintsFlagged pic 99 value 3.
    01 ReprintsSerious pic 99 value 6.
    01 SmallVarianceLimit pic 9(3)v99 value 5.00.
    01 SmallVariancesFlagged pic 99 value 3.
    01 SmallVariancesSerious pic 99 value 5.
    01 SessionHours pic 99 value 12.

    01 ReportFromDate pic x(8) value spaces.
    01 FromDateNumber pic 9(8) value zero.

    01 FlagTable.
        05 NumberOfFlags pic 999 value zero.
        05 FlagEntry occurs 500 times.
            10 FlagSeverity pic 9.
                88 FlagIsHigh   value 1.
                88 FlagIsMedium value 2.
                88 FlagIsLow    value 3.
            10 FlagType pic x(9).
            10 FlagDetail pic x(80).
    01 FlagIdx pic 999 value zero.
    01 FlagsNotKept pic 9(4) value zero.
    01 SeverityWanted pic 9 value zero.
    01 SeverityCounts.
        05 SeverityCount pic 9(4) occurs 3 times.
    01 NewSeverity pic 9 value zero.
    01 NewFlagType pic x(9) value spaces.
    01 NewFlagDetail pic x(80) value spaces.

    01 RefundTable.
        05 NumberOfRefundPairs pic 9(4) value zero.
        05 RefundPair occurs 1000 times.
            10 RefundAuthCode pic x(6).
            10 RefundOperator pic x(3).
            10 RefundCount pic 999.
            10 RefundTotal pic 9(7)v99.
    01 RefundIdx pic 9(4) value zero.
    01 OtherRefundIdx pic 9(4) value zero.
    01 CandidateAuthCode pic x(6) value spaces.
    01 CandidateOperator pic x(3) value spaces.
    01 CandidateAmount pic 9(5)v99 value zero.
    01 OperatorsForAuthCode pic 99 value zero.
    01 RefundsForAuthCode pic 9(4) value zero.
    01 TotalForAuthCode pic 9(7)v99 value zero.
    01 AlreadyFlaggedFlag pic 9 value zero.
        88 AuthCodeAlreadyFlagged value 1.

    01 CheckInTable.
        05 NumberOfCheckInOperators pic 999 value zero.
        05 CheckInEntry occurs 100 times.
            10 CheckInOperator pic x(3).
            10 CheckInTotal pic 9(5).
            10 CheckInManual pic 9(5).
    01 CheckInIdx pic 999 value zero.
    01 ManualOverall pic 9(7) value zero.
    01 ManualAverage pic 9(5)v99 value zero.

    01 ReprintTable.
        05 NumberOfReprinted pic 999 value zero.
        05 ReprintedEntry occurs 500 times.
            10 ReprintedNumber pic 9(6).
            10 ReprintedCount pic 999.
            10 ReprintedLastBy pic x(3).
    01 ReprintIdx pic 999 value zero.

    01 TillTable.
        05 NumberOfTills pic 99 value zero.
        05 TillEntry occurs 50 times.
            10 TillName pic x(8).
            10 TillSmallVariances pic 99.
            10 TillShortfalls pic 99.
            10 TillVarianceNet pic s9(7)v99.
    01 TillIdx pic 99 value zero.
    01 AbsoluteVariance pic 9(5)v99 value zero.

    01 SignOnTable.
        05 NumberOfSignOns pic 9(4) value zero.
        05 SignOnEntry occurs 2000 times.
            10 SignOnAt pic x(15).
            10 SignOnBy pic x(3).
    01 SignOnIdx pic 9(4) value zero.
    01 SessionIdx pic 9(4) value zero.
    01 SignOnTableFull pic 9 value zero.
        88 SignOnTableIsFull value 1.
    01 TakenAt pic x(15) value spaces.
    01 TakenBy pic x(3) value spaces.
    01 TakenAmount pic 9(5)v99 value zero.
    01 TakenSource pic x(8) value spaces.
    01 SessionAgeHours pic s9(7) value zero.

    01 AmountDisplay pic z(4)9.99 value zero.
    01 TotalDisplay pic z(6)9.99 value zero.
    01 VarianceDisplay pic -(6)9.99 value zero.
    01 CountDisplay pic z(3)9 value zero.
    01 AverageDisplay pic z(4)9.9 value zero.
    copy ReportWriterRequest.

linkage section.
    01 RequestedDate pic x(8).

procedure division using RequestedDate.
    *> Nothing here proves wrongdoing - each flag is a pattern worth a
    *> second look, ranked so the worst are read first
    move RequestedDate to ReportFromDate
    if ReportFromDate equal to spaces
        compute FromDateNumber = function date-of-integer(
            function integer-of-date(
                function numval(function current-date(1:8)))
            - LookBackDays)
        move FromDateNumber to ReportFromDate
    end-if
    perform LoadApprovalLimit
    perform LoadSignOns

    perform CheckPayments
    perform CheckTabEntries
    perform FlagRefundPatterns
    perform CheckVoucherRedemptions
    perform CheckManualCheckIns
    perform CheckReceiptReprints
    perform CheckCashUpVariances

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "MONEY EXCEPTIONS - CROSS-TILL REVIEW" to ReportTitle
    move "spool-exceptions.txt" to ReportSpoolName
    move PaymentLogFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    string "Activity from " ReportFromDate " to date" delimited by size
        into ReportLineText
    perform EmitLine

    initialize SeverityCounts
    perform varying SeverityWanted from 1 by 1 until SeverityWanted > 3
        perform PrintSeverity
    end-perform

    perform EmitLine
    string "Flags: high " SeverityCount(1) "  medium " SeverityCount(2)
        "  low " SeverityCount(3) delimited by size into ReportLineText
    perform EmitLine
    if FlagsNotKept > zero
        string "** " FlagsNotKept " further flag(s) not listed - narrow "
            "the date range **" delimited by size into ReportLineText
        perform EmitLine
    end-if
    if SignOnTableIsFull
        move "** Too many sign-ons in the range - later payments were not checked against sessions **"
            to ReportLineText
        perform EmitLine
    end-if
    if NumberOfSignOns equal to zero
        move "No sign-on history yet - payments were not checked against sessions"
            to ReportLineText
        perform EmitLine
    end-if
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest

    display "Money exceptions: " SeverityCount(1) " high, "
        SeverityCount(2) " medium, " SeverityCount(3)
        " low - see spool-exceptions.txt"
    goback
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

AddFlag section.
    if NumberOfFlags >= 500
        add 1 to FlagsNotKept
        exit section
    end-if
    add 1 to NumberOfFlags
    move NewSeverity to FlagSeverity(NumberOfFlags)
    move NewFlagType to FlagType(NumberOfFlags)
    move NewFlagDetail to FlagDetail(NumberOfFlags)
    move spaces to NewFlagDetail
    .

PrintSeverity section.
    perform EmitLine
    evaluate SeverityWanted
        when 1
            move "HIGH - review before the next shift" to ReportLineText
        when 2
            move "MEDIUM - review today" to ReportLineText
        when 3
            move "LOW - for information" to ReportLineText
    end-evaluate
    perform EmitLine
    perform varying FlagIdx from 1 by 1 until FlagIdx > NumberOfFlags
        if FlagSeverity(FlagIdx) equal to SeverityWanted
            add 1 to SeverityCount(SeverityWanted)
            string "  " FlagType(FlagIdx) " " FlagDetail(FlagIdx)
                delimited by size into ReportLineText
            perform EmitLine
        end-if
    end-perform
    if SeverityCount(SeverityWanted) equal to zero
        move "  (none)" to ReportLineText
        perform EmitLine
    end-if
    .

LoadApprovalLimit section.
    *> The same limit CheckApprovalThreshold applies
    open input EventParamsFile
    if EventParamsMissing
        close EventParamsFile
    else
        read EventParamsFile
            at end set EventParamsEof to true
        end-read
        perform until EventParamsEof
            move spaces to ParamName, ParamValue
            unstring EventParamsLine delimited by all " "
                into ParamName, ParamValue
            end-unstring
            if function upper-case(ParamName) equal to "APPROVALLIMIT"
                compute ApprovalLimit = function numval(ParamValue)
            end-if
            read EventParamsFile
                at end set EventParamsEof to true
            end-read
        end-perform
        close EventParamsFile
    end-if
    compute JustUnderFloor rounded = ApprovalLimit * JustUnderFraction
    .

LoadSignOns section.
    *> From the day before the range, so a session already running when
    *> the range opens is known
    compute FromDateNumber = function date-of-integer(
        function integer-of-date(function numval(ReportFromDate)) - 1)
    open input SignOnLogFile
        read SignOnLogFile
            at end set SignOnLogEof to true
        end-read
        perform until SignOnLogEof
            if SignOnTimestamp(1:8) not < FromDateNumber
                if NumberOfSignOns < 2000
                    add 1 to NumberOfSignOns
                    move SignOnTimestamp to SignOnAt(NumberOfSignOns)
                    move SignOnOperator to SignOnBy(NumberOfSignOns)
                else
                    set SignOnTableIsFull to true
                end-if
            end-if
            read SignOnLogFile
                at end set SignOnLogEof to true
            end-read
        end-perform
    close SignOnLogFile
    .

CheckPayments section.
    open input PaymentLogFile
        read PaymentLogFile
            at end set PaymentLogEof to true
        end-read
        perform until PaymentLogEof
            if PaymentTimestamp(1:8) not < ReportFromDate
                and PaymentTakenBy(4:1) equal to space
                and PaymentTakenBy(1:3) not equal to spaces
                and PaymentTakenBy(1:3) is alphabetic-upper
                move PaymentTakenBy(1:3) to TakenBy
                move PaymentTimestamp to TakenAt
                move PaymentAmount to TakenAmount
                if PaymentIsReversal
                    move PaymentAuthCode to CandidateAuthCode
                    move TakenBy to CandidateOperator
                    move PaymentAmount to CandidateAmount
                    perform TallyRefund
                end-if
                if PaymentIsOriginal
                    move "payment" to TakenSource
                    perform CheckAgainstSession
                end-if
            end-if
            read PaymentLogFile
                at end set PaymentLogEof to true
            end-read
        end-perform
    close PaymentLogFile
    .

CheckTabEntries section.
    open input TabLogFile
        read TabLogFile
            at end set TabLogEof to true
        end-read
        perform until TabLogEof
            if TabTimestamp(1:8) not < ReportFromDate
                and TabOperator not equal to spaces
                move TabOperator to TakenBy
                move TabTimestamp to TakenAt
                move TabAmount to TakenAmount
                if TabIsRefund
                    move TabAuthCode to CandidateAuthCode
                    move TabOperator to CandidateOperator
                    move TabAmount to CandidateAmount
                    perform TallyRefund
                end-if
                if TabIsLoad
                    move "tab load" to TakenSource
                    perform CheckAgainstSession
                end-if
            end-if
            read TabLogFile
                at end set TabLogEof to true
            end-read
        end-perform
    close TabLogFile
    .

TallyRefund section.
    perform varying RefundIdx from 1 by 1
        until RefundIdx > NumberOfRefundPairs
            or (RefundAuthCode(RefundIdx) equal to CandidateAuthCode
            and RefundOperator(RefundIdx) equal to CandidateOperator)
        continue
    end-perform
    if RefundIdx > NumberOfRefundPairs
        if NumberOfRefundPairs >= 1000
            exit section
        end-if
        add 1 to NumberOfRefundPairs
        move CandidateAuthCode to RefundAuthCode(RefundIdx)
        move CandidateOperator to RefundOperator(RefundIdx)
        move zero to RefundCount(RefundIdx), RefundTotal(RefundIdx)
    end-if
    add 1 to RefundCount(RefundIdx)
    add CandidateAmount to RefundTotal(RefundIdx)
    .

CheckAgainstSession section.
    *> The session in force is the last sign-on before the money was
    *> taken; money taken before sign-ons were first kept is not judged
    if NumberOfSignOns equal to zero or SignOnAt(1) > TakenAt
        exit section
    end-if
    if SignOnTableIsFull and TakenAt > SignOnAt(NumberOfSignOns)
        exit section
    end-if
    move zero to SessionIdx
    perform varying SignOnIdx from 1 by 1
        until SignOnIdx > NumberOfSignOns or SignOnAt(SignOnIdx) > TakenAt
        move SignOnIdx to SessionIdx
    end-perform

    move TakenAmount to AmountDisplay
    if SignOnBy(SessionIdx) not equal to TakenBy
        move 1 to NewSeverity
        move "SESSION" to NewFlagType
        string function trim(TakenSource) " $" AmountDisplay " at "
            TakenAt(1:8) " " TakenAt(9:2) ":" TakenAt(11:2) " by "
            TakenBy " while " SignOnBy(SessionIdx) " was signed on"
            delimited by size into NewFlagDetail
        perform AddFlag
        exit section
    end-if

    compute SessionAgeHours =
        (function integer-of-date(function numval(TakenAt(1:8)))
        - function integer-of-date(
            function numval(SignOnAt(SessionIdx)(1:8)))) * 24
        + function numval(TakenAt(9:2))
        - function numval(SignOnAt(SessionIdx)(9:2))
    if SessionAgeHours > SessionHours
        move 3 to NewSeverity
        move "SESSION" to NewFlagType
        string function trim(TakenSource) " $" AmountDisplay " at "
            TakenAt(1:8) " " TakenAt(9:2) ":" TakenAt(11:2) " by "
            TakenBy " on a sign-on from " SignOnAt(SessionIdx)(1:8) " "
            SignOnAt(SessionIdx)(9:2) ":" SignOnAt(SessionIdx)(11:2)
            delimited by size into NewFlagDetail
        perform AddFlag
    end-if
    .

FlagRefundPatterns section.
    *> One attendee refunded by several different operators
    perform varying RefundIdx from 1 by 1
        until RefundIdx > NumberOfRefundPairs
        move zero to AlreadyFlaggedFlag
        perform varying OtherRefundIdx from 1 by 1
            until OtherRefundIdx >= RefundIdx
            if RefundAuthCode(OtherRefundIdx) equal to
                RefundAuthCode(RefundIdx)
                set AuthCodeAlreadyFlagged to true
            end-if
        end-perform
        if not AuthCodeAlreadyFlagged
            perform FlagOneAuthCode
        end-if
    end-perform
    .

FlagOneAuthCode section.
    move zero to OperatorsForAuthCode, RefundsForAuthCode, TotalForAuthCode
    perform varying OtherRefundIdx from RefundIdx by 1
        until OtherRefundIdx > NumberOfRefundPairs
        if RefundAuthCode(OtherRefundIdx) equal to RefundAuthCode(RefundIdx)
            add 1 to OperatorsForAuthCode
            add RefundCount(OtherRefundIdx) to RefundsForAuthCode
            add RefundTotal(OtherRefundIdx) to TotalForAuthCode
        end-if
    end-perform
    if OperatorsForAuthCode < 2
        exit section
    end-if
    if OperatorsForAuthCode > 2
        move 1 to NewSeverity
    else
        move 2 to NewSeverity
    end-if
    move "REFUNDS" to NewFlagType
    move RefundsForAuthCode to CountDisplay
    move TotalForAuthCode to TotalDisplay
    string RefundAuthCode(RefundIdx) " refunded " function trim(CountDisplay)
        " time(s), $" function trim(TotalDisplay) ", by "
        OperatorsForAuthCode " different operators"
        delimited by size into NewFlagDetail
    perform AddFlag
    .

CheckVoucherRedemptions section.
    *> Vouchers over the limit need a second approval when issued, so
    *> a run of values just below it is worth looking at
    move low-values to VoucherCode of VoucherRecord
    start VouchersFile key is greater than VoucherCode of VoucherRecord
        invalid key continue
    end-start
    open input VouchersFile
        read VouchersFile next record
            at end set EndOfVouchersFile to true
        end-read
        perform until EndOfVouchersFile
            if VoucherRedeemed of VoucherRecord
                and VoucherRedeemDate of VoucherRecord not < ReportFromDate
                and VoucherValue of VoucherRecord not < JustUnderFloor
                and VoucherValue of VoucherRecord not > ApprovalLimit
                move 2 to NewSeverity
                move "VOUCHER" to NewFlagType
                move VoucherValue of VoucherRecord to AmountDisplay
                move ApprovalLimit to TotalDisplay
                string VoucherCode of VoucherRecord " for $"
                    function trim(AmountDisplay) " (limit $"
                    function trim(TotalDisplay) ") issued to "
                    VoucherAuthCode of VoucherRecord " redeemed by "
                    VoucherRedeemedBy of VoucherRecord " on "
                    VoucherRedeemDate of VoucherRecord
                    delimited by size into NewFlagDetail
                perform AddFlag
            end-if
            read VouchersFile next record
                at end set EndOfVouchersFile to true
            end-read
        end-perform
    close VouchersFile
    .

CheckManualCheckIns section.
    open input ArrivalLogFile
        read ArrivalLogFile
            at end set ArrivalLogEof to true
        end-read
        perform until ArrivalLogEof
            if ArrivalLogTimestamp(1:8) not < ReportFromDate
                and (ArrivalLogIsCheckIn or ArrivalLogIsManualCheckIn)
                perform TallyCheckIn
            end-if
            read ArrivalLogFile
                at end set ArrivalLogEof to true
            end-read
        end-perform
    close ArrivalLogFile

    if NumberOfCheckInOperators equal to zero
        exit section
    end-if
    compute ManualAverage rounded = ManualOverall / NumberOfCheckInOperators
    perform varying CheckInIdx from 1 by 1
        until CheckInIdx > NumberOfCheckInOperators
        if CheckInManual(CheckInIdx) not < ManualMinimum
            and CheckInManual(CheckInIdx) > ManualAverage * ManualMultiple
            if CheckInManual(CheckInIdx) * 2 > CheckInTotal(CheckInIdx)
                move 1 to NewSeverity
            else
                move 2 to NewSeverity
            end-if
            move "MANUAL-IN" to NewFlagType
            move ManualAverage to AverageDisplay
            string CheckInOperator(CheckInIdx) " keyed "
                CheckInManual(CheckInIdx) " manual check-ins of "
                CheckInTotal(CheckInIdx) " - the average is "
                function trim(AverageDisplay)
                delimited by size into NewFlagDetail
            perform AddFlag
        end-if
    end-perform
    .

TallyCheckIn section.
    perform varying CheckInIdx from 1 by 1
        until CheckInIdx > NumberOfCheckInOperators
            or CheckInOperator(CheckInIdx) equal to ArrivalLogOperator
        continue
    end-perform
    if CheckInIdx > NumberOfCheckInOperators
        if NumberOfCheckInOperators >= 100
            exit section
        end-if
        add 1 to NumberOfCheckInOperators
        move ArrivalLogOperator to CheckInOperator(CheckInIdx)
        move zero to CheckInTotal(CheckInIdx), CheckInManual(CheckInIdx)
    end-if
    add 1 to CheckInTotal(CheckInIdx)
    if ArrivalLogIsManualCheckIn
        add 1 to CheckInManual(CheckInIdx)
        add 1 to ManualOverall
    end-if
    .

CheckReceiptReprints section.
    open input ReprintLogFile
        read ReprintLogFile
            at end set ReprintLogEof to true
        end-read
        perform until ReprintLogEof
            if ReprintTimestamp(1:8) not < ReportFromDate
                perform TallyReprint
            end-if
            read ReprintLogFile
                at end set ReprintLogEof to true
            end-read
        end-perform
    close ReprintLogFile

    perform varying ReprintIdx from 1 by 1
        until ReprintIdx > NumberOfReprinted
        if ReprintedCount(ReprintIdx) not < ReprintsFlagged
            if ReprintedCount(ReprintIdx) not < ReprintsSerious
                move 2 to NewSeverity
            else
                move 3 to NewSeverity
            end-if
            move "REPRINT" to NewFlagType
            move ReprintedCount(ReprintIdx) to CountDisplay
            string "receipt " ReprintedNumber(ReprintIdx) " reprinted "
                function trim(CountDisplay) " times, last by "
                ReprintedLastBy(ReprintIdx)
                delimited by size into NewFlagDetail
            perform AddFlag
        end-if
    end-perform
    .

TallyReprint section.
    perform varying ReprintIdx from 1 by 1
        until ReprintIdx > NumberOfReprinted
            or ReprintedNumber(ReprintIdx) equal to ReprintReceiptNumber
        continue
    end-perform
    if ReprintIdx > NumberOfReprinted
        if NumberOfReprinted >= 500
            exit section
        end-if
        add 1 to NumberOfReprinted
        move ReprintReceiptNumber to ReprintedNumber(ReprintIdx)
        move zero to ReprintedCount(ReprintIdx)
    end-if
    add 1 to ReprintedCount(ReprintIdx)
    move ReprintOperator to ReprintedLastBy(ReprintIdx)
    .

CheckCashUpVariances section.
    *> A large variance gets noticed on the night; the same till a few
    *> pounds out again and again does not
    open input CashUpLogFile
        read CashUpLogFile
            at end set CashUpLogEof to true
        end-read
        perform until CashUpLogEof
            if CashUpDate not < ReportFromDate
                and CashUpVariance not equal to zero
                perform TallyVariance
            end-if
            read CashUpLogFile
                at end set CashUpLogEof to true
            end-read
        end-perform
    close CashUpLogFile

    perform varying TillIdx from 1 by 1 until TillIdx > NumberOfTills
        if TillSmallVariances(TillIdx) not < SmallVariancesFlagged
            if TillSmallVariances(TillIdx) not < SmallVariancesSerious
                or TillShortfalls(TillIdx) equal to
                    TillSmallVariances(TillIdx)
                move 1 to NewSeverity
            else
                move 2 to NewSeverity
            end-if
            move "VARIANCE" to NewFlagType
            move TillVarianceNet(TillIdx) to VarianceDisplay
            string "till " TillName(TillIdx) " had "
                TillSmallVariances(TillIdx) " small variances ("
                TillShortfalls(TillIdx) " short), net "
                function trim(VarianceDisplay)
                delimited by size into NewFlagDetail
            perform AddFlag
        end-if
    end-perform
    .

TallyVariance section.
    if CashUpVariance < zero
        compute AbsoluteVariance = zero - CashUpVariance
    else
        move CashUpVariance to AbsoluteVariance
    end-if
    if AbsoluteVariance > SmallVarianceLimit
        exit section
    end-if
    perform varying TillIdx from 1 by 1
        until TillIdx > NumberOfTills
            or TillName(TillIdx) equal to CashUpTillName
        continue
    end-perform
    if TillIdx > NumberOfTills
        if NumberOfTills >= 50
            exit section
        end-if
        add 1 to NumberOfTills
        move CashUpTillName to TillName(TillIdx)
        move zero to TillSmallVariances(TillIdx), TillShortfalls(TillIdx),
            TillVarianceNet(TillIdx)
    end-if
    add 1 to TillSmallVariances(TillIdx)
    if CashUpVariance < zero
        add 1 to TillShortfalls(TillIdx)
    end-if
    add CashUpVariance to TillVarianceNet(TillIdx)
    .

end program GetMoneyExceptionsReport.
