identification division.
program-id. PrintDisputeEvidencePack is initial.

environment division.
input-output section.
    file-control.
        select optional DisputesFile assign to DisputeFileName
            organization is indexed
            access mode is dynamic
            record key is DisputeKey
            file status is DisputeStatus.

        select optional PaymentLogFile assign to PaymentLogFileName
            organization is line sequential
            file status is PaymentLogStatus.

        select optional ReceiptLogFile assign to ReceiptLogFileName
            organization is line sequential
            file status is ReceiptLogStatus.

        select optional ArrivalLogFile assign to ArrivalLogFileName
            organization is line sequential
            file status is ArrivalLogStatus.

data division.
file section.
    fd DisputesFile.
        copy DisputeCase replacing DisputeCase by
            ==DisputeRecord.
            88 EndOfDisputesFile value high-values==.

    fd PaymentLogFile.
        copy PaymentTransaction.

    fd ReceiptLogFile.
        copy ReceiptLogEntry.

    fd ArrivalLogFile.
        copy ArrivalLogEntry.

working-storage section.
    01 DisputeStatus pic x(2).
    01 PaymentLogStatus pic x(2).
        88 PaymentLogEof value "10".
    01 ReceiptLogStatus pic x(2).
        88 ReceiptLogEof value "10".
    01 ArrivalLogStatus pic x(2).
        88 ArrivalLogEof value "10".
    01 DisputeFileName pic x(20) value "disputes.dat".
    01 PaymentLogFileName pic x(24) value "payment-log.dat".
    01 ReceiptLogFileName pic x(20) value "receipt-log.dat".
    01 ArrivalLogFileName pic x(24) value "arrival-log.dat".

    copy Attendee replacing Attendee by ==DisputedAttendee==.
    copy ReportWriterRequest.

    01 AmountDisplay pic z(4)9.99 value zero.
    01 LinesFound pic 999 value zero.
    01 ScanDescription pic x(16) value spaces.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 DisputedAuthCode pic x(6).

procedure division using AttendeeFileName, DisputedAuthCode.
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content DisputedAuthCode,
        by reference DisputedAttendee
    if AttendeeName of DisputedAttendee equal to high-values
        display "No attendee found for " DisputedAuthCode
        goback
    end-if

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "CARD DISPUTE EVIDENCE PACK" to ReportTitle
    string "spool-dispute-" DisputedAuthCode ".txt"
        delimited by size into ReportSpoolName
    move DisputeFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    string "Attendee: " function trim(AttendeeName of DisputedAttendee)
        " (" DisputedAuthCode ")"
        delimited by size into ReportLineText
    perform EmitLine
    string "Email:    " Email of DisputedAttendee
        delimited by size into ReportLineText
    perform EmitLine
    string "Booked:   " ArrivalDay of DisputedAttendee " to "
        DepartureDay of DisputedAttendee
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    perform ListDisputes
    perform ListPayments
    perform ListReceipts
    perform ListCheckInScans

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

ListDisputes section.
    move "DISPUTES ON THE REGISTER" to ReportLineText
    perform EmitLine
    move "Payment          Amount    Reason                         Respond by State"
        to ReportLineText
    perform EmitLine
    move zero to LinesFound
    move DisputedAuthCode to DisputeAuthCode of DisputeRecord
    move low-values to DisputePaymentTimestamp of DisputeRecord
    open input DisputesFile
        start DisputesFile key is not less than DisputeKey of DisputeRecord
            invalid key set EndOfDisputesFile to true
        end-start
        if not EndOfDisputesFile
            read DisputesFile next record
                at end set EndOfDisputesFile to true
            end-read
        end-if
        perform until EndOfDisputesFile
            or DisputeAuthCode of DisputeRecord not equal to DisputedAuthCode
            add 1 to LinesFound
            move DisputeAmount of DisputeRecord to AmountDisplay
            string DisputePaymentTimestamp of DisputeRecord "  $" AmountDisplay
                "  " DisputeReason of DisputeRecord " "
                DisputeDeadline of DisputeRecord "   "
                DisputeState of DisputeRecord
                delimited by size into ReportLineText
            perform EmitLine
            read DisputesFile next record
                at end set EndOfDisputesFile to true
            end-read
        end-perform
    close DisputesFile
    if LinesFound equal to zero
        move "(none)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    .

ListPayments section.
    move "PAYMENTS RECEIVED (payment ledger)" to ReportLineText
    perform EmitLine
    move zero to LinesFound
    open input PaymentLogFile
        read PaymentLogFile
            at end set PaymentLogEof to true
        end-read
        perform until PaymentLogEof
            if PaymentAuthCode equal to DisputedAuthCode
                add 1 to LinesFound
                move PaymentAmount to AmountDisplay
                if PaymentIsReversal
                    string PaymentTimestamp "  -$" AmountDisplay "  "
                        PaymentTakenVia "  reversal of "
                        PaymentReversesTimestamp " (" PaymentReasonCode ")"
                        delimited by size into ReportLineText
                else
                    string PaymentTimestamp "   $" AmountDisplay "  "
                        PaymentTakenVia "  taken by " PaymentTakenBy
                        delimited by size into ReportLineText
                end-if
                perform EmitLine
            end-if
            read PaymentLogFile
                at end set PaymentLogEof to true
            end-read
        end-perform
    close PaymentLogFile
    if LinesFound equal to zero
        move "(none)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    .

ListReceipts section.
    move "RECEIPTS ISSUED" to ReportLineText
    perform EmitLine
    move zero to LinesFound
    open input ReceiptLogFile
        read ReceiptLogFile
            at end set ReceiptLogEof to true
        end-read
        perform until ReceiptLogEof
            if ReceiptAuthCode equal to DisputedAuthCode
                add 1 to LinesFound
                move ReceiptAmount to AmountDisplay
                string "Receipt " ReceiptNumber "  " ReceiptTimestamp
                    "   $" AmountDisplay "  " ReceiptMethod
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read ReceiptLogFile
                at end set ReceiptLogEof to true
            end-read
        end-perform
    close ReceiptLogFile
    if LinesFound equal to zero
        move "(none)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    .

ListCheckInScans section.
    move "PROOF OF ATTENDANCE (gate scans)" to ReportLineText
    perform EmitLine
    move zero to LinesFound
    open input ArrivalLogFile
        read ArrivalLogFile
            at end set ArrivalLogEof to true
        end-read
        perform until ArrivalLogEof
            if ArrivalLogAuthCode equal to DisputedAuthCode
                add 1 to LinesFound
                evaluate true
                    when ArrivalLogIsCheckIn
                        move "checked in" to ScanDescription
                    when ArrivalLogIsManualCheckIn
                        move "manual check-in" to ScanDescription
                    when ArrivalLogIsCheckOut
                        move "checked out" to ScanDescription
                    when ArrivalLogIsVehicleArrival
                        move "vehicle arrived" to ScanDescription
                    when other
                        move "scanned" to ScanDescription
                end-evaluate
                string ArrivalLogTimestamp "  " ScanDescription
                    "  gate operator " ArrivalLogOperator
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read ArrivalLogFile
                at end set ArrivalLogEof to true
            end-read
        end-perform
    close ArrivalLogFile
    if LinesFound equal to zero
        move "(no gate scans on file - attendance not proven)"
            to ReportLineText
        perform EmitLine
    end-if
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program PrintDisputeEvidencePack.
