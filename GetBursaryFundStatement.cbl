identification division.
program-id. GetBursaryFundStatement is initial.

environment division.
input-output section.
    file-control.
        select optional DonationLogFile assign to DonationLogFileName
            organization is line sequential
            file status is DonationLogStatus.

        select optional BursaryForwardFile assign to BursaryForwardFileName
            organization is line sequential
            file status is BursaryForwardStatus.

        select optional BursariesFile assign to BursaryFileName
            organization is indexed
            access mode is dynamic
            record key is BursaryAuthCode
            file status is BursaryStatus.

data division.
file section.
    fd DonationLogFile.
        copy DonationEntry.

    fd BursaryForwardFile.
        01 BursaryForwardLine.
            05 BursaryForwardDate pic x(8).
            05 filler pic x value space.
            05 BursaryForwardAmount pic s9(7)v99 sign is leading separate.

    fd BursariesFile.
        copy BursaryApplication replacing BursaryApplication by
            ==BursaryRecord.
            88 EndOfBursariesFile value high-values==.

working-storage section.
    01 DonationLogStatus pic x(2).
        88 DonationLogEof value "10".
    01 BursaryStatus pic x(2).
    01 BursaryForwardStatus pic x(2).
        88 BursaryForwardEof value "10".
    01 BursaryForwardFileName pic x(24) value "bursary-fund-bf.dat".
    01 DonationLogFileName pic x(24) value "donation-log.dat".
    01 BursaryFileName pic x(20) value "bursaries.dat".

    01 MoneyIn pic 9(7)v99 value zero.
    01 AwardsOut pic 9(7)v99 value zero.
    01 FundBalance pic s9(7)v99 value zero.
    01 PendingCount pic 999 value zero.
    01 PendingRequested pic 9(7)v99 value zero.
    01 DeclinedCount pic 999 value zero.
    01 AmountDisplay pic z(4)9.99 value zero.
    01 TotalDisplay pic -(6)9.99 value zero.
    copy ReportWriterRequest.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "BURSARY FUND STATEMENT" to ReportTitle
    move "spool-bursary.txt" to ReportSpoolName
    move BursaryFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    move "MONEY IN - restricted donations" to ReportLineText
    perform EmitLine
    open input BursaryForwardFile
        read BursaryForwardFile
            at end set BursaryForwardEof to true
        end-read
        if not BursaryForwardEof and BursaryForwardAmount > zero
            add BursaryForwardAmount to MoneyIn
            move BursaryForwardAmount to AmountDisplay
            string BursaryForwardDate "  brought forward  $" AmountDisplay
                delimited by size into ReportLineText
            perform EmitLine
        end-if
    close BursaryForwardFile
    open input DonationLogFile
        read DonationLogFile
            at end set DonationLogEof to true
        end-read
        perform until DonationLogEof
            if DonationIsBursary
                add DonationAmount to MoneyIn
                move DonationAmount to AmountDisplay
                string DonationTimestamp(1:8) "  " DonationAuthCode
                    "   $" AmountDisplay "  " DonationMethod
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read DonationLogFile
                at end set DonationLogEof to true
            end-read
        end-perform
    close DonationLogFile
    move MoneyIn to TotalDisplay
    string "Total in:                $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move "AWARDS OUT" to ReportLineText
    perform EmitLine
    move low-values to BursaryAuthCode of BursaryRecord
    start BursariesFile key is greater than BursaryAuthCode of BursaryRecord
        invalid key set EndOfBursariesFile to true
    end-start
    open input BursariesFile
        if not EndOfBursariesFile
            read BursariesFile next record
                at end set EndOfBursariesFile to true
            end-read
        end-if
        perform until EndOfBursariesFile
            evaluate true
                when BursaryAwarded of BursaryRecord
                    add BursaryAmountAwarded of BursaryRecord to AwardsOut
                    move BursaryAmountAwarded of BursaryRecord to AmountDisplay
                    string BursaryDecidedDate of BursaryRecord "  "
                        BursaryAuthCode of BursaryRecord "   $" AmountDisplay
                        "  by " BursaryDecidedBy of BursaryRecord
                        delimited by size into ReportLineText
                    perform EmitLine
                when BursaryPending of BursaryRecord
                    add 1 to PendingCount
                    add BursaryAmountRequested of BursaryRecord
                        to PendingRequested
                when BursaryDeclined of BursaryRecord
                    add 1 to DeclinedCount
            end-evaluate
            read BursariesFile next record
                at end set EndOfBursariesFile to true
            end-read
        end-perform
    close BursariesFile
    move AwardsOut to TotalDisplay
    string "Total awarded:           $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    compute FundBalance = MoneyIn - AwardsOut
    move FundBalance to TotalDisplay
    string "FUND BALANCE:            $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move PendingRequested to TotalDisplay
    string "Applications pending: " PendingCount "  asking for $"
        TotalDisplay "   declined: " DeclinedCount
        delimited by size into ReportLineText
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

end program GetBursaryFundStatement.
