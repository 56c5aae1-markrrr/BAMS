identification division.
program-id. GetDisputeRegisterReport is initial.

environment division.
input-output section.
    file-control.
        select optional DisputesFile assign to DisputeFileName
            organization is indexed
            access mode is dynamic
            record key is DisputeKey
            file status is DisputeStatus.

data division.
file section.
    fd DisputesFile.
        copy DisputeCase replacing DisputeCase by
            ==DisputeRecord.
            88 EndOfDisputesFile value high-values==.

working-storage section.
    01 DisputeStatus pic x(2).
    01 DisputeFileName pic x(20) value "disputes.dat".

    01 TodaysDate pic x(8) value spaces.
    01 OpenCount pic 999 value zero.
    01 OpenTotal pic 9(7)v99 value zero.
    01 WonCount pic 999 value zero.
    01 WonTotal pic 9(7)v99 value zero.
    01 LostCount pic 999 value zero.
    01 LostTotal pic 9(7)v99 value zero.
    01 OverdueCount pic 999 value zero.
    01 AmountDisplay pic z(4)9.99 value zero.
    01 TotalDisplay pic z(6)9.99 value zero.
    01 OverdueMarker pic x(9) value spaces.
    copy ReportWriterRequest.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    move function current-date(1:8) to TodaysDate
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "CARD DISPUTE REGISTER" to ReportTitle
    move "spool-disputes.txt" to ReportSpoolName
    move DisputeFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    move "AuthCode Payment          Amount    Reason                         Respond by St"
        to ReportLineText
    perform EmitLine

    move low-values to DisputeKey of DisputeRecord
    start DisputesFile key is greater than DisputeKey of DisputeRecord
        invalid key set EndOfDisputesFile to true
    end-start
    open input DisputesFile
        if not EndOfDisputesFile
            read DisputesFile next record
                at end set EndOfDisputesFile to true
            end-read
        end-if
        perform until EndOfDisputesFile
            move spaces to OverdueMarker
            evaluate true
                when DisputeIsLive of DisputeRecord
                    add 1 to OpenCount
                    add DisputeAmount of DisputeRecord to OpenTotal
                    if DisputeIsOpen of DisputeRecord
                        and DisputeDeadline of DisputeRecord < TodaysDate
                        add 1 to OverdueCount
                        move " OVERDUE" to OverdueMarker
                    end-if
                when DisputeWon of DisputeRecord
                    add 1 to WonCount
                    add DisputeAmount of DisputeRecord to WonTotal
                when DisputeLost of DisputeRecord
                    add 1 to LostCount
                    add DisputeAmount of DisputeRecord to LostTotal
            end-evaluate
            move DisputeAmount of DisputeRecord to AmountDisplay
            string DisputeAuthCode of DisputeRecord "   "
                DisputePaymentTimestamp of DisputeRecord "  $" AmountDisplay
                "  " DisputeReason of DisputeRecord " "
                DisputeDeadline of DisputeRecord "  "
                DisputeState of DisputeRecord OverdueMarker
                delimited by size into ReportLineText
            perform EmitLine
            read DisputesFile next record
                at end set EndOfDisputesFile to true
            end-read
        end-perform
    close DisputesFile

    perform EmitLine
    move OpenTotal to TotalDisplay
    string "Open (liability): " OpenCount "  $" TotalDisplay
        "   past deadline without evidence: " OverdueCount
        delimited by size into ReportLineText
    perform EmitLine
    move WonTotal to TotalDisplay
    string "Won:              " WonCount "  $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move LostTotal to TotalDisplay
    string "Lost (charged back): " LostCount "  $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move "States: O open  E evidence sent  W won  L lost" to ReportLineText
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

end program GetDisputeRegisterReport.
