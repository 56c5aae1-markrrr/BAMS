identification division.
program-id. GetShiftHandoverReport is initial.

environment division.
input-output section.
    file-control.
        select optional ArrivalLogFile assign to ArrivalLogFileName
            organization is line sequential
            file status is ArrivalLogStatus.

        select optional PaymentLogFile assign to PaymentLogFileName
            organization is line sequential
            file status is PaymentLogStatus.

        select optional TabLogFile assign to TabLogFileName
            organization is line sequential
            file status is TabLogStatus.

        select optional CashUpLogFile assign to CashUpLogFileName
            organization is line sequential
            file status is CashUpLogStatus.

        select optional IncidentCasesFile assign to IncidentCaseFileName
            organization is indexed
            access mode is dynamic
            record key is CaseID
            file status is IncidentCaseStatus.

        select optional LostPropertyFile assign to LostPropertyFileName
            organization is indexed
            access mode is dynamic
            record key is LostItemID
            file status is LostPropertyStatus.

        select optional OverrideLogFile assign to OverrideLogFileName
            organization is line sequential
            file status is OverrideLogStatus.

data division.
file section.
    fd ArrivalLogFile.
        copy ArrivalLogEntry.

    fd PaymentLogFile.
        copy PaymentTransaction.

    fd TabLogFile.
        copy TabTransaction.

    fd CashUpLogFile.
        copy CashUpRecord.

    fd IncidentCasesFile.
        copy IncidentCase replacing IncidentCase by
            ==IncidentCaseRecord.
            88 EndOfIncidentCasesFile value high-values==.

    fd LostPropertyFile.
        copy LostPropertyItem replacing LostPropertyItem by
            ==LostPropertyRecord.
            88 EndOfLostPropertyFile value high-values==.

    fd OverrideLogFile.
        copy LicensingOverrideEntry.

working-storage section.
    01 ArrivalLogStatus pic x(2).
        88 ArrivalLogEof value "10".
    01 PaymentLogStatus pic x(2).
        88 PaymentLogEof value "10".
    01 TabLogStatus pic x(2).
        88 TabLogEof value "10".
    01 CashUpLogStatus pic x(2).
        88 CashUpLogEof value "10".
    01 IncidentCaseStatus pic x(2).
    01 LostPropertyStatus pic x(2).
    01 OverrideLogStatus pic x(2).
        88 OverrideLogEof value "10".

    01 ArrivalLogFileName pic x(24) value "arrival-log.dat".
    01 PaymentLogFileName pic x(24) value "payment-log.dat".
    01 TabLogFileName pic x(24) value "tab-log.dat".
    01 CashUpLogFileName pic x(24) value "cashup-log.dat".
    01 IncidentCaseFileName pic x(24) value "incident-cases.dat".
    01 LostPropertyFileName pic x(24) value "lostproperty.dat".
    01 OverrideLogFileName pic x(24) value "licensing-overrides.log".

    copy OperatorSession.
    01 Subject pic x(8) value spaces.
        88 SubjectIsEveryone value "ALL".
    01 SubjectIsSelfFlag pic 9 value zero.
        88 SubjectIsSelf value 1.
    01 CandidateOperator pic x(8) value spaces.
    01 CandidateTill pic x(8) value spaces.
    01 MatchFlag pic 9 value zero.
        88 SubjectMatches value 1.
    01 InWindowFlag pic 9 value zero.
        88 StampIsInWindow value 1.
    01 CandidateStamp pic x(15) value spaces.

    01 HoursText pic x(3) value spaces.
    01 HoursCovered pic 99 value 8.
    01 NowStamp pic x(15) value spaces.
    01 WindowStart pic x(15) value spaces.
    01 NowMinutes pic 9(9) value zero.
    01 StartMinutes pic 9(9) value zero.
    01 StartDay pic 9(9) value zero.
    01 StartMinuteOfDay pic 9(4) value zero.
    01 StartHour pic 99 value zero.
    01 StartMinute pic 99 value zero.
    01 StartDate pic 9(8) value zero.

    01 CheckIns pic 9(5) value zero.
    01 ManualCheckIns pic 9(5) value zero.
    01 CheckOuts pic 9(5) value zero.
    01 VehicleArrivals pic 9(5) value zero.
    01 VisitorsIn pic 9(5) value zero.
    01 VisitorsOut pic 9(5) value zero.

    01 MethodTotals.
        05 MethodCount pic 9(5) occurs 3 times.
        05 MethodTotal pic 9(7)v99 occurs 3 times.
    01 MethodIdx pic 9 value zero.
    01 RefundsListed pic 9(4) value zero.
    01 RefundsTotal pic 9(7)v99 value zero.
    01 TabLoads pic 9(5) value zero.
    01 TabLoadTotal pic 9(7)v99 value zero.
    01 TabSpends pic 9(5) value zero.
    01 TabSpendTotal pic 9(7)v99 value zero.
    01 CashUpsListed pic 999 value zero.
    01 CasesOpened pic 999 value zero.
    01 CasesClosed pic 999 value zero.
    01 ItemsLogged pic 999 value zero.
    01 OverridesUsed pic 999 value zero.

    01 AmountDisplay pic z(4)9.99 value zero.
    01 TotalDisplay pic z(6)9.99 value zero.
    01 VarianceDisplay pic -(5)9.99 value zero.
    01 NotesAnswer pic x value "N".
        88 LeavingNotes value "Y", "y".
    copy ReportWriterRequest.

linkage section.
    01 HandoverSubject pic x(8).

procedure division using HandoverSubject.
    *> The subject is an operator code or a till name; left blank it is
    *> whoever is signed on, so the outgoing operator runs their own
    call "GetCurrentOperator" using by reference OperatorSession
    move function upper-case(HandoverSubject) to Subject
    if Subject equal to spaces
        move SessionOperatorCode to Subject
    end-if
    if Subject equal to SessionOperatorCode
        set SubjectIsSelf to true
    end-if

    display "Hours to cover (blank for 8): " with no advancing
    accept HoursText from console
    if function trim(HoursText) is numeric
        and function numval(HoursText) > zero
        and function numval(HoursText) < 100
        move function numval(HoursText) to HoursCovered
    end-if
    perform SetWindow

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "SHIFT HANDOVER" to ReportTitle
    move "spool-handover.txt" to ReportSpoolName
    move ArrivalLogFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    if SubjectIsEveryone
        move "All operators and tills" to ReportLineText
    else
        string "Operator or till: " Subject delimited by size
            into ReportLineText
    end-if
    perform EmitLine
    string "From " WindowStart(7:2) "/" WindowStart(5:2) " "
        WindowStart(9:2) ":" WindowStart(11:2) " to " NowStamp(7:2) "/"
        NowStamp(5:2) " " NowStamp(9:2) ":" NowStamp(11:2)
        " (" HoursCovered " hours)" delimited by size into ReportLineText
    perform EmitLine

    perform ReportCheckIns
    perform ReportPayments
    perform ReportCashUps
    perform ReportIncidents
    perform ReportLostProperty
    perform ReportOverrides

    perform EmitLine
    move "Handover notes left at sign-off appear at the next sign-on"
        to ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest

    if SubjectIsSelf
        display "Leave handover notes for the next shift? (Y/N): "
            with no advancing
        accept NotesAnswer from console
        if LeavingNotes
            call "TakeControlRoomMessage" using by content "H"
        end-if
    end-if
    goback
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

SetWindow section.
    move function current-date(1:15) to NowStamp
    compute NowMinutes =
        function integer-of-date(function numval(NowStamp(1:8))) * 1440
        + function numval(NowStamp(9:2)) * 60
        + function numval(NowStamp(11:2))
    compute StartMinutes = NowMinutes - HoursCovered * 60
    divide StartMinutes by 1440 giving StartDay
        remainder StartMinuteOfDay
    divide StartMinuteOfDay by 60 giving StartHour
        remainder StartMinute
    compute StartDate = function date-of-integer(StartDay)
    move zeros to WindowStart
    move StartDate to WindowStart(1:8)
    move StartHour to WindowStart(9:2)
    move StartMinute to WindowStart(11:2)
    .

CheckWindow section.
    if CandidateStamp(1:12) not < WindowStart(1:12)
        and CandidateStamp(1:12) not > NowStamp(1:12)
        set StampIsInWindow to true
    else
        move zero to InWindowFlag
    end-if
    .

CheckSubject section.
    *> Payments carry "code name", so only the code is compared
    if SubjectIsEveryone
        or CandidateOperator equal to Subject
        or (CandidateTill not equal to spaces
            and CandidateTill equal to Subject)
        set SubjectMatches to true
    else
        move zero to MatchFlag
    end-if
    move spaces to CandidateOperator, CandidateTill
    .

ReportCheckIns section.
    open input ArrivalLogFile
        read ArrivalLogFile
            at end set ArrivalLogEof to true
        end-read
        perform until ArrivalLogEof
            move ArrivalLogTimestamp to CandidateStamp
            perform CheckWindow
            move ArrivalLogOperator to CandidateOperator
            perform CheckSubject
            if StampIsInWindow and SubjectMatches
                evaluate true
                    when ArrivalLogIsCheckIn
                        add 1 to CheckIns
                    when ArrivalLogIsManualCheckIn
                        add 1 to CheckIns, ManualCheckIns
                    when ArrivalLogIsCheckOut
                        add 1 to CheckOuts
                    when ArrivalLogIsVehicleArrival
                        add 1 to VehicleArrivals
                    when ArrivalLogIsVisitorIn
                        add 1 to VisitorsIn
                    when ArrivalLogIsVisitorOut
                        add 1 to VisitorsOut
                end-evaluate
            end-if
            read ArrivalLogFile
                at end set ArrivalLogEof to true
            end-read
        end-perform
    close ArrivalLogFile

    perform EmitLine
    move "GATE" to ReportLineText
    perform EmitLine
    string "  Check-ins: " CheckIns " (" ManualCheckIns " manual)"
        "   check-outs: " CheckOuts "   vehicles: " VehicleArrivals
        delimited by size into ReportLineText
    perform EmitLine
    string "  Day visitors in: " VisitorsIn "   out: " VisitorsOut
        delimited by size into ReportLineText
    perform EmitLine
    .

ReportPayments section.
    perform EmitLine
    move "PAYMENTS AND REFUNDS" to ReportLineText
    perform EmitLine
    initialize MethodTotals
    open input PaymentLogFile
        read PaymentLogFile
            at end set PaymentLogEof to true
        end-read
        perform until PaymentLogEof
            move PaymentTimestamp to CandidateStamp
            perform CheckWindow
            if PaymentTakenBy(4:1) equal to space
                move PaymentTakenBy(1:3) to CandidateOperator
            end-if
            perform CheckSubject
            if StampIsInWindow and SubjectMatches
                perform CountPayment
            end-if
            read PaymentLogFile
                at end set PaymentLogEof to true
            end-read
        end-perform
    close PaymentLogFile

    open input TabLogFile
        read TabLogFile
            at end set TabLogEof to true
        end-read
        perform until TabLogEof
            move TabTimestamp to CandidateStamp
            perform CheckWindow
            move TabOperator to CandidateOperator
            perform CheckSubject
            if StampIsInWindow and SubjectMatches
                perform CountTabEntry
            end-if
            read TabLogFile
                at end set TabLogEof to true
            end-read
        end-perform
    close TabLogFile

    move MethodTotal(1) to TotalDisplay
    string "  Cash:          " MethodCount(1) "  $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move MethodTotal(2) to TotalDisplay
    string "  Card:          " MethodCount(2) "  $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move MethodTotal(3) to TotalDisplay
    string "  Bank transfer: " MethodCount(3) "  $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move TabLoadTotal to TotalDisplay
    string "  Bar tab loads: " TabLoads "  $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move TabSpendTotal to TotalDisplay
    string "  Bar tab sales: " TabSpends "  $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move RefundsTotal to TotalDisplay
    string "  Refunds and reversals: " RefundsListed "  $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    .

CountPayment section.
    if PaymentIsReversal
        add 1 to RefundsListed
        add PaymentAmount to RefundsTotal
        move PaymentAmount to AmountDisplay
        string "  REV " PaymentAuthCode " " PaymentTimestamp(9:2) ":"
            PaymentTimestamp(11:2) "  -" AmountDisplay "  reason "
            PaymentReasonCode "  reverses " PaymentReversesTimestamp
            delimited by size into ReportLineText
        perform EmitLine
        exit section
    end-if
    evaluate true
        when PaymentTakenInCash
            move 1 to MethodIdx
        when PaymentTakenByCard
            move 2 to MethodIdx
        when other
            move 3 to MethodIdx
    end-evaluate
    add 1 to MethodCount(MethodIdx)
    add PaymentAmount to MethodTotal(MethodIdx)
    .

CountTabEntry section.
    evaluate true
        when TabIsLoad
            add 1 to TabLoads
            add TabAmount to TabLoadTotal
        when TabIsSpend
            add 1 to TabSpends
            add TabAmount to TabSpendTotal
        when TabIsRefund
            add 1 to RefundsListed
            add TabAmount to RefundsTotal
            move TabAmount to AmountDisplay
            string "  TAB " TabAuthCode " " TabTimestamp(9:2) ":"
                TabTimestamp(11:2) "  -" AmountDisplay "  bar tab refund"
                delimited by size into ReportLineText
            perform EmitLine
    end-evaluate
    .

ReportCashUps section.
    *> Cash-ups are dated but not timed, so every one on a day the
    *> shift touched is shown; they match on till or on who signed off
    perform EmitLine
    move "CASH-UPS" to ReportLineText
    perform EmitLine
    open input CashUpLogFile
        read CashUpLogFile
            at end set CashUpLogEof to true
        end-read
        perform until CashUpLogEof
            if CashUpDate not < WindowStart(1:8)
                and CashUpDate not > NowStamp(1:8)
                move function upper-case(CashUpSignedOffBy)
                    to CandidateOperator
                move CashUpTillName to CandidateTill
                perform CheckSubject
                if SubjectMatches
                    add 1 to CashUpsListed
                    move CashUpCounted to AmountDisplay
                    move CashUpVariance to VarianceDisplay
                    string "  " CashUpDate "  " CashUpTillName
                        "  counted $" AmountDisplay "  variance "
                        VarianceDisplay "  by " CashUpSignedOffBy
                        delimited by size into ReportLineText
                    perform EmitLine
                end-if
            end-if
            read CashUpLogFile
                at end set CashUpLogEof to true
            end-read
        end-perform
    close CashUpLogFile
    if CashUpsListed equal to zero
        move "  None" to ReportLineText
        perform EmitLine
    end-if
    .

ReportIncidents section.
    *> Case notes stay out of a handover sheet left lying in the
    *> control room - the case numbers are enough to look them up
    perform EmitLine
    move "INCIDENT CASES" to ReportLineText
    perform EmitLine
    move low-values to CaseID of IncidentCaseRecord
    start IncidentCasesFile key is greater than CaseID of IncidentCaseRecord
        invalid key continue
    end-start
    open input IncidentCasesFile
        read IncidentCasesFile next record
            at end set EndOfIncidentCasesFile to true
        end-read
        perform until EndOfIncidentCasesFile
            perform CheckIncidentCase
            read IncidentCasesFile next record
                at end set EndOfIncidentCasesFile to true
            end-read
        end-perform
    close IncidentCasesFile
    string "  Opened: " CasesOpened "   closed: " CasesClosed
        delimited by size into ReportLineText
    perform EmitLine
    .

CheckIncidentCase section.
    move CaseOpenedStamp of IncidentCaseRecord to CandidateStamp
    perform CheckWindow
    move CaseOpenedBy of IncidentCaseRecord to CandidateOperator
    perform CheckSubject
    if StampIsInWindow and SubjectMatches
        add 1 to CasesOpened
        string "  OPENED " CaseID of IncidentCaseRecord " "
            CaseOpenedStamp of IncidentCaseRecord(9:2) ":"
            CaseOpenedStamp of IncidentCaseRecord(11:2) "  sev "
            CaseSeverity of IncidentCaseRecord "  "
            CaseCategory of IncidentCaseRecord " "
            CaseLocation of IncidentCaseRecord "  by "
            CaseOpenedBy of IncidentCaseRecord
            delimited by size into ReportLineText
        if CaseOpen of IncidentCaseRecord
            string "  STILL OPEN - owner "
                CaseFollowUpOwner of IncidentCaseRecord
                delimited by size into ReportLineText(60:)
        end-if
        perform EmitLine
    end-if

    if CaseClosed of IncidentCaseRecord
        move CaseClosedStamp of IncidentCaseRecord to CandidateStamp
        perform CheckWindow
        move CaseClosedBy of IncidentCaseRecord to CandidateOperator
        perform CheckSubject
        if StampIsInWindow and SubjectMatches
            add 1 to CasesClosed
            string "  CLOSED " CaseID of IncidentCaseRecord " "
                CaseClosedStamp of IncidentCaseRecord(9:2) ":"
                CaseClosedStamp of IncidentCaseRecord(11:2) "  sev "
                CaseSeverity of IncidentCaseRecord "  "
                CaseCategory of IncidentCaseRecord " "
                CaseLocation of IncidentCaseRecord "  by "
                CaseClosedBy of IncidentCaseRecord
                delimited by size into ReportLineText
            perform EmitLine
        end-if
    end-if
    .

ReportLostProperty section.
    *> Lost property is logged by date found and not stamped with an
    *> operator, so the whole site's items for the shift's days are shown
    perform EmitLine
    move "LOST PROPERTY LOGGED (all operators)" to ReportLineText
    perform EmitLine
    move low-values to LostItemID of LostPropertyRecord
    start LostPropertyFile key is greater than LostItemID of LostPropertyRecord
        invalid key continue
    end-start
    open input LostPropertyFile
        read LostPropertyFile next record
            at end set EndOfLostPropertyFile to true
        end-read
        perform until EndOfLostPropertyFile
            if LostItemDateFound of LostPropertyRecord not < WindowStart(1:8)
                and LostItemDateFound of LostPropertyRecord
                    not > NowStamp(1:8)
                add 1 to ItemsLogged
                string "  " LostItemID of LostPropertyRecord "  "
                    LostItemDescription of LostPropertyRecord(1:30) "  "
                    LostItemWhereFound of LostPropertyRecord "  crate "
                    LostItemCrate of LostPropertyRecord "  "
                    LostItemStatus of LostPropertyRecord
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read LostPropertyFile next record
                at end set EndOfLostPropertyFile to true
            end-read
        end-perform
    close LostPropertyFile
    if ItemsLogged equal to zero
        move "  None" to ReportLineText
        perform EmitLine
    end-if
    .

ReportOverrides section.
    perform EmitLine
    move "LICENSING OVERRIDES" to ReportLineText
    perform EmitLine
    open input OverrideLogFile
        read OverrideLogFile
            at end set OverrideLogEof to true
        end-read
        perform until OverrideLogEof
            move OverrideTimestamp to CandidateStamp
            perform CheckWindow
            move OverrideTillOperator to CandidateOperator
            perform CheckSubject
            if not SubjectMatches
                move OverrideSupervisor to CandidateOperator
                perform CheckSubject
            end-if
            if StampIsInWindow and SubjectMatches
                add 1 to OverridesUsed
                string "  " OverrideTimestamp(9:2) ":" OverrideTimestamp(11:2)
                    "  " OverrideAuthCode "  " OverrideProductCode
                    "  till " OverrideTillOperator "  supervisor "
                    OverrideSupervisor "  " OverrideReason
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read OverrideLogFile
                at end set OverrideLogEof to true
            end-read
        end-perform
    close OverrideLogFile
    if OverridesUsed equal to zero
        move "  None" to ReportLineText
        perform EmitLine
    end-if
    .

end program GetShiftHandoverReport.
