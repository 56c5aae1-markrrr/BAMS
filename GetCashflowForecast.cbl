identification division.
program-id. GetCashflowForecast is initial.

environment division.
input-output section.
    file-control.
        select optional EventParamsFile assign to EventParamsFileName
            organization is line sequential
            file status is EventParamsStatus.

        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode
            file status is AttendeeStatus.

        select optional PlansFile assign to PlanFileName
            organization is indexed
            access mode is dynamic
            record key is PaymentPlanKey
            file status is PlanStatus.

        select optional TradersFile assign to TraderFileName
            organization is indexed
            access mode is dynamic
            record key is TraderID
            file status is TraderStatus.

        select optional PaymentLogFile assign to PaymentLogFileName
            organization is line sequential
            file status is PaymentLogStatus.

        select optional CommitmentsFile assign to CommitmentFileName
            organization is indexed
            access mode is dynamic
            record key is CommitmentID
            file status is CommitmentStatus.

        select optional ClaimsFile assign to ClaimFileName
            organization is indexed
            access mode is dynamic
            record key is ClaimID
            file status is ClaimStatus.

data division.
file section.
    fd EventParamsFile
        record contains 40 characters.
        01 EventParamsLine pic x(40).

    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd PlansFile.
        copy PaymentPlan replacing PaymentPlan by
            ==PlanRecord.
            88 EndOfPlansFile value high-values==.

    fd TradersFile.
        copy TraderRecord replacing TraderRecord by
            ==TraderFileRecord.
            88 EndOfTradersFile value high-values==.

    fd PaymentLogFile.
        copy PaymentTransaction.

    fd CommitmentsFile.
        copy ExpenseCommitment replacing ExpenseCommitment by
            ==CommitmentRecord.
            88 EndOfCommitmentsFile value high-values==.

    fd ClaimsFile.
        copy ExpenseClaim replacing ExpenseClaim by
            ==ClaimRecord.
            88 EndOfClaimsFile value high-values==.

working-storage section.
    01 EventParamsStatus pic x(2).
        88 EventParamsEof     value "10".
        88 EventParamsMissing value "35".
    01 AttendeeStatus pic x(2).
    01 PlanStatus pic x(2).
    01 TraderStatus pic x(2).
    01 PaymentLogStatus pic x(2).
        88 PaymentLogEof value "10".
    01 CommitmentStatus pic x(2).
    01 ClaimStatus pic x(2).

    01 EventParamsFileName pic x(20) value "event-params.dat".
    01 PlanFileName pic x(20) value "payment-plans.dat".
    01 TraderFileName pic x(20) value "traders.dat".
    01 PaymentLogFileName pic x(24) value "payment-log.dat".
    01 CommitmentFileName pic x(28) value "expense-commitments.dat".
    01 ClaimFileName pic x(20) value "expense-claims.dat".

    01 ParamName  pic x(16) value spaces.
    01 ParamValue pic x(20) value spaces.
    01 EventCloseDate pic x(8) value spaces.
    01 PaymentDeadline pic x(8) value spaces.
    01 CashflowMinimum pic s9(7)v99 value zero.
    01 GatewayPayoutDays pic 99 value 7.
    01 OpeningText pic x(12) value spaces.
    01 OpeningBalance pic s9(7)v99 value zero.

    01 TodaysDate pic x(8) value spaces.
    01 TodayInteger pic s9(9) value zero.
    01 FlowDateInteger pic s9(9) value zero.
    01 FlowDate pic x(8) value spaces.
    01 FlowAmount pic s9(7)v99 value zero.
    01 FlowDirection pic x value "I".
        88 FlowIsIn  value "I".
        88 FlowIsOut value "O".
    01 WeekNumber pic s9(5) value zero.
    01 NumberOfWeeks pic 99 value 1.
    01 WeekStartInteger pic s9(9) value zero.
    01 WeekStartDate pic 9(8) value zero.

    01 WeekTable.
        05 WeekEntry occurs 52 times indexed by WeekIdx.
            10 WeekIn  pic s9(7)v99.
            10 WeekOut pic s9(7)v99.

    01 PlanHoldersTable.
        05 NumberOfPlanHolders pic 999 value zero.
        05 PlanHolder occurs 300 times indexed by PlanHolderIdx.
            10 PlanHolderAuthCode pic x(6).
    01 HasPlanFlag pic 9 value zero.
        88 AttendeeHasPlan value 1.

    01 RunningBalance pic s9(7)v99 value zero.
    01 WeeksBelowMinimum pic 99 value zero.
    01 BalanceOwed pic s9(6)v99 value zero.
    01 InDisplay pic -(6)9.99 value zero.
    01 OutDisplay pic -(6)9.99 value zero.
    01 BalanceDisplay pic -(6)9.99 value zero.
    01 WeekDisplay pic z9 value zero.
    copy ReportWriterRequest.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    move function current-date(1:8) to TodaysDate
    compute TodayInteger =
        function integer-of-date(function numval(TodaysDate))
    perform LoadCashflowParameters

    display "Bank balance today (blank for CASHOPENING parameter): "
        with no advancing
    accept OpeningText from console
    if OpeningText not equal to spaces
        compute OpeningBalance = function numval(OpeningText)
    end-if

    if EventCloseDate equal to spaces or EventCloseDate < TodaysDate
        move 1 to NumberOfWeeks
    else
        compute FlowDateInteger =
            function integer-of-date(function numval(EventCloseDate))
        compute NumberOfWeeks = (FlowDateInteger - TodayInteger) / 7 + 1
        if NumberOfWeeks > 52
            move 52 to NumberOfWeeks
        end-if
    end-if
    initialize WeekTable

    perform ProjectInstalments
    perform ProjectOutstandingBalances
    perform ProjectTraderFees
    perform ProjectGatewayPayouts
    perform ProjectCommitments
    perform ProjectApprovedClaims
    perform PrintForecast
    goback
    .

LoadCashflowParameters section.
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
            evaluate function upper-case(ParamName)
                when "EVENTCLOSEDATE"
                    move ParamValue(1:8) to EventCloseDate
                when "PAYDEADLINE"
                    move ParamValue(1:8) to PaymentDeadline
                when "CASHFLOWMIN"
                    compute CashflowMinimum = function numval(ParamValue)
                when "CASHOPENING"
                    compute OpeningBalance = function numval(ParamValue)
                when "GATEWAYDAYS"
                    compute GatewayPayoutDays = function numval(ParamValue)
            end-evaluate
            read EventParamsFile
                at end set EventParamsEof to true
            end-read
        end-perform
        close EventParamsFile
    end-if
    .

ProjectInstalments section.
    set FlowIsIn to true
    move zero to NumberOfPlanHolders
    move low-values to PaymentPlanKey of PlanRecord
    start PlansFile key is greater than PaymentPlanKey of PlanRecord
        invalid key set EndOfPlansFile to true
    end-start
    open input PlansFile
        if not EndOfPlansFile
            read PlansFile next record
                at end set EndOfPlansFile to true
            end-read
        end-if
        perform until EndOfPlansFile
            if NumberOfPlanHolders < 300
                add 1 to NumberOfPlanHolders
                set PlanHolderIdx to NumberOfPlanHolders
                move PlanAuthCode of PlanRecord
                    to PlanHolderAuthCode(PlanHolderIdx)
            end-if
            if PlanDueDate of PlanRecord >= TodaysDate
                or PlanCollectionFailed of PlanRecord
                move PlanDueDate of PlanRecord to FlowDate
                move PlanInstalmentAmount of PlanRecord to FlowAmount
                perform AddFlowToWeek
            end-if
            read PlansFile next record
                at end set EndOfPlansFile to true
            end-read
        end-perform
    close PlansFile
    .

ProjectOutstandingBalances section.
    *> Plan holders are covered by their instalments; everyone else is
    *> expected by the payment deadline, or at the gate failing that
    set FlowIsIn to true
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key set EndOfAttendeesFile to true
    end-start
    open input AttendeesFile
        if not EndOfAttendeesFile
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-if
        perform until EndOfAttendeesFile
            if AttendeeComing of AttendeeRecord
                compute BalanceOwed = AmountToPay of AttendeeRecord
                    - AmountPaid of AttendeeRecord
                if BalanceOwed > zero
                    perform CheckIsPlanHolder
                    if not AttendeeHasPlan
                        if PaymentDeadline >= TodaysDate
                            move PaymentDeadline to FlowDate
                        else
                            move EventCloseDate to FlowDate
                        end-if
                        move BalanceOwed to FlowAmount
                        perform AddFlowToWeek
                    end-if
                end-if
            end-if
            if AttendeeCancelled of AttendeeRecord
                and RefundAmount of AttendeeRecord > zero
                and RefundDate of AttendeeRecord equal to spaces
                set FlowIsOut to true
                move TodaysDate to FlowDate
                move RefundAmount of AttendeeRecord to FlowAmount
                perform AddFlowToWeek
                set FlowIsIn to true
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    .

CheckIsPlanHolder section.
    move 0 to HasPlanFlag
    perform varying PlanHolderIdx from 1 by 1
        until PlanHolderIdx > NumberOfPlanHolders or AttendeeHasPlan
        if PlanHolderAuthCode(PlanHolderIdx) equal to AuthCode of AttendeeRecord
            set AttendeeHasPlan to true
        end-if
    end-perform
    .

ProjectTraderFees section.
    set FlowIsIn to true
    move low-values to TraderID of TraderFileRecord
    start TradersFile key is greater than TraderID of TraderFileRecord
        invalid key set EndOfTradersFile to true
    end-start
    open input TradersFile
        if not EndOfTradersFile
            read TradersFile next record
                at end set EndOfTradersFile to true
            end-read
        end-if
        perform until EndOfTradersFile
            if TraderPitchFee of TraderFileRecord
                > TraderFeePaid of TraderFileRecord
                move EventCloseDate to FlowDate
                compute FlowAmount = TraderPitchFee of TraderFileRecord
                    - TraderFeePaid of TraderFileRecord
                perform AddFlowToWeek
            end-if
            read TradersFile next record
                at end set EndOfTradersFile to true
            end-read
        end-perform
    close TradersFile
    .

ProjectGatewayPayouts section.
    *> Online payments land in the bank GATEWAYDAYS after they are taken
    set FlowIsIn to true
    open input PaymentLogFile
        read PaymentLogFile
            at end set PaymentLogEof to true
        end-read
        perform until PaymentLogEof
            if PaymentTakenBy(1:14) equal to "online gateway"
                and PaymentIsOriginal
                compute FlowDateInteger = function integer-of-date(
                    function numval(PaymentTimestamp(1:8)))
                    + GatewayPayoutDays
                if FlowDateInteger >= TodayInteger
                    move function date-of-integer(FlowDateInteger) to FlowDate
                    move PaymentAmount to FlowAmount
                    perform AddFlowToWeek
                end-if
            end-if
            read PaymentLogFile
                at end set PaymentLogEof to true
            end-read
        end-perform
    close PaymentLogFile
    .

ProjectCommitments section.
    set FlowIsOut to true
    move low-values to CommitmentID of CommitmentRecord
    start CommitmentsFile key is greater than CommitmentID of CommitmentRecord
        invalid key set EndOfCommitmentsFile to true
    end-start
    open input CommitmentsFile
        if not EndOfCommitmentsFile
            read CommitmentsFile next record
                at end set EndOfCommitmentsFile to true
            end-read
        end-if
        perform until EndOfCommitmentsFile
            if CommitmentOpen of CommitmentRecord
                or CommitmentInvoiced of CommitmentRecord
                move CommitmentDate of CommitmentRecord to FlowDate
                move CommitmentAmount of CommitmentRecord to FlowAmount
                perform AddFlowToWeek
            end-if
            read CommitmentsFile next record
                at end set EndOfCommitmentsFile to true
            end-read
        end-perform
    close CommitmentsFile
    .

ProjectApprovedClaims section.
    set FlowIsOut to true
    move low-values to ClaimID of ClaimRecord
    start ClaimsFile key is greater than ClaimID of ClaimRecord
        invalid key set EndOfClaimsFile to true
    end-start
    open input ClaimsFile
        if not EndOfClaimsFile
            read ClaimsFile next record
                at end set EndOfClaimsFile to true
            end-read
        end-if
        perform until EndOfClaimsFile
            if ClaimApproved of ClaimRecord
                move TodaysDate to FlowDate
                move ClaimAmount of ClaimRecord to FlowAmount
                perform AddFlowToWeek
            end-if
            read ClaimsFile next record
                at end set EndOfClaimsFile to true
            end-read
        end-perform
    close ClaimsFile
    .

AddFlowToWeek section.
    *> Anything overdue or undated falls in the first week, anything
    *> after the event in the last
    if FlowDate equal to spaces or FlowDate < TodaysDate
        move 1 to WeekNumber
    else
        compute FlowDateInteger =
            function integer-of-date(function numval(FlowDate))
        compute WeekNumber = (FlowDateInteger - TodayInteger) / 7 + 1
    end-if
    if WeekNumber < 1
        move 1 to WeekNumber
    end-if
    if WeekNumber > NumberOfWeeks
        move NumberOfWeeks to WeekNumber
    end-if
    set WeekIdx to WeekNumber
    if FlowIsIn
        add FlowAmount to WeekIn(WeekIdx)
    else
        add FlowAmount to WeekOut(WeekIdx)
    end-if
    .

PrintForecast section.
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "WEEKLY CASHFLOW FORECAST" to ReportTitle
    move "spool-cashflow.txt" to ReportSpoolName
    move AttendeeFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    move OpeningBalance to BalanceDisplay
    move CashflowMinimum to OutDisplay
    string "Opening bank balance $" BalanceDisplay
        "   minimum balance $" OutDisplay
        "   event ends " EventCloseDate
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    move "Wk  From          Money in     Money out      Balance" to ReportLineText
    perform EmitLine

    move OpeningBalance to RunningBalance
    perform varying WeekIdx from 1 by 1 until WeekIdx > NumberOfWeeks
        set WeekNumber to WeekIdx
        compute WeekStartInteger = TodayInteger + (WeekNumber - 1) * 7
        compute WeekStartDate = function date-of-integer(WeekStartInteger)
        add WeekIn(WeekIdx) to RunningBalance
        subtract WeekOut(WeekIdx) from RunningBalance
        move WeekNumber to WeekDisplay
        move WeekIn(WeekIdx) to InDisplay
        move WeekOut(WeekIdx) to OutDisplay
        move RunningBalance to BalanceDisplay
        if RunningBalance < CashflowMinimum
            add 1 to WeeksBelowMinimum
            string WeekDisplay "  " WeekStartDate "  $" InDisplay "  $"
                OutDisplay "  $" BalanceDisplay "  ** BELOW MINIMUM **"
                delimited by size into ReportLineText
        else
            string WeekDisplay "  " WeekStartDate "  $" InDisplay "  $"
                OutDisplay "  $" BalanceDisplay
                delimited by size into ReportLineText
        end-if
        perform EmitLine
    end-perform

    perform EmitLine
    move "In: plan instalments, balances (by PAYDEADLINE or at the gate),"
        to ReportLineText
    perform EmitLine
    move "    unpaid pitch fees, online payouts due from the gateway" to ReportLineText
    perform EmitLine
    move "Out: open commitments, approved expense claims, queued refunds"
        to ReportLineText
    perform EmitLine
    if WeeksBelowMinimum > zero
        string "** " WeeksBelowMinimum
            " week(s) projected below the minimum balance **"
            delimited by size into ReportLineText
        perform EmitLine
        display "** Cashflow falls below the minimum in "
            WeeksBelowMinimum " week(s) - see spool-cashflow.txt **"
    end-if
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetCashflowForecast.
