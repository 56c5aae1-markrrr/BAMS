    01 WriteOffsTotal pic 9(7)v99 value zero.
    01 AmountDisplay pic z(5)9.99 value zero.
    01 TotalDisplay pic z(6)9.99 value zero.
    01 RequestedLockDate pic x(8) value spaces.
    01 AppliedLockDate pic x(8) value spaces.
    01 ChainSealWanted pic x value "N".
    01 ChainCheckResult pic 9 value zero.
        88 ChainsAreBroken value 1.
    copy OperatorSession.
    copy ReportWriterRequest.

linkage section.
    display "    BarnCamp Attendee Management System v1.0   (c) copyleft 2017 HacktionLab    "
    display "POST-EVENT FINANCIAL CLOSE PACK"
    display " "
    display "1/8 Money log chain check"
    move "N" to ChainSealWanted
    call "VerifyMoneyLogChains" using ChainSealWanted,
        by reference ChainCheckResult
    if ChainsAreBroken
        display "** The money logs have been changed since they were"
            " written - see spool-moneychains.txt before the trustees"
            " sign anything **"
    end-if
    display "2/8 Profit and loss"
    call "GetProfitAndLossReport" using by content AttendeeFileName
    display "3/8 Revenue by category"
    call "GetRevenueByCategoryReport" using by content AttendeeFileName
    display "4/8 Outstanding voucher liability"
    call "GetVoucherLiabilityReport" using by content VoucherFileName
    display "5/8 Unpaid balances (debtors aging)"
    call "GetDebtorsAgingReport" using by content AttendeeFileName
    display "6/8 Write-off register"
    perform SpoolWriteOffRegister
    display "7/8 Period lock"
    perform LockClosedPeriod
    display "8/8 Money log seal"
    move "Y" to ChainSealWanted
    call "VerifyMoneyLogChains" using ChainSealWanted,
        by reference ChainCheckResult

    display " "
    display "Close pack spooled - gather the spool-*.txt files above"
    call "ReportWriter" using ReportWriterRequest
    .

LockClosedPeriod section.
    move function current-date(1:8) to RequestedLockDate
    call "LockFinancialPeriod" using RequestedLockDate,
        by reference AppliedLockDate
    call "GetCurrentOperator" using by reference OperatorSession

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "FINANCIAL PERIOD LOCK" to ReportTitle
    move "spool-periodlock.txt" to ReportSpoolName
    move "period-lock.dat" to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    string "Books locked up to and including: " AppliedLockDate
        delimited by size into ReportLineText
    perform EmitLine
    string "Lock applied by operator:         " SessionOperatorCode
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    move "Payments, refunds, expenses, donations and tab postings dated"
        to ReportLineText
    perform EmitLine
    move "on or before the lock date are now refused. Reopening needs a"
        to ReportLineText
    perform EmitLine
    move "treasurer or admin and is recorded in period-lock-history.log"
        to ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
