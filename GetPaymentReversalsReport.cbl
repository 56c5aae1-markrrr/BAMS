identification division.
program-id. GetPaymentReversalsReport is initial.

environment division.
input-output section.
    file-control.
        select optional PaymentLogFile assign to PaymentLogFileName
            organization is line sequential
            file status is PaymentLogStatus.

data division.
file section.
    fd PaymentLogFile.
        copy PaymentTransaction.

working-storage section.
    01 PaymentLogStatus pic x(2).
        88 PaymentLogOk  values "00", "05".
        88 PaymentLogEof value "10".
    01 PaymentLogFileName pic x(24) value "payment-log.dat".

    01 ReversalsListed pic 9(4) value zero.
    01 ReversalsTotal pic 9(7)v99 value zero.
    01 CorrectionsListed pic 9(4) value zero.
    01 CorrectionsTotal pic 9(7)v99 value zero.
    01 AmountDisplay pic z(4)9.99 value zero.
    01 TotalDisplay pic z(6)9.99 value zero.
    copy ReportWriterRequest.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "PAYMENT REVERSALS AND CORRECTIONS" to ReportTitle
    move "spool-reversals.txt" to ReportSpoolName
    move PaymentLogFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    move "Type  AuthCode  Posted          Amount    Rsn  Original entry   By"
        to ReportLineText
    perform EmitLine

    open input PaymentLogFile
        read PaymentLogFile
            at end set PaymentLogEof to true
        end-read
        perform until PaymentLogEof
            evaluate true
                when PaymentIsReversal
                    add 1 to ReversalsListed
                    add PaymentAmount to ReversalsTotal
                    move PaymentAmount to AmountDisplay
                    string "REV   " PaymentAuthCode "    "
                        PaymentTimestamp "  -" AmountDisplay "  "
                        PaymentReasonCode "   " PaymentReversesTimestamp
                        "  " PaymentTakenBy
                        delimited by size into ReportLineText
                    perform EmitLine
                when PaymentIsCorrection
                    add 1 to CorrectionsListed
                    add PaymentAmount to CorrectionsTotal
                    move PaymentAmount to AmountDisplay
                    string "COR   " PaymentAuthCode "    "
                        PaymentTimestamp "   " AmountDisplay "  "
                        PaymentReasonCode "   " PaymentReversesTimestamp
                        "  (see reversal above)"
                        delimited by size into ReportLineText
                    perform EmitLine
            end-evaluate
            read PaymentLogFile
                at end set PaymentLogEof to true
            end-read
        end-perform
    close PaymentLogFile

    perform EmitLine
    move ReversalsTotal to TotalDisplay
    string "Reversals:   " ReversalsListed "  totalling $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move CorrectionsTotal to TotalDisplay
    string "Corrections: " CorrectionsListed "  totalling $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move "Reason codes: WA wrong amount  WC wrong AuthCode  WM wrong method"
        to ReportLineText
    perform EmitLine
    move "              DU duplicate     OT other         CB lost card dispute"
        to ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetPaymentReversalsReport.
