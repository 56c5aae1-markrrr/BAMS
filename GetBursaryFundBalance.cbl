identification division.
program-id. GetBursaryFundBalance is initial.

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

linkage section.
    01 FundMoneyIn pic 9(7)v99.
    01 FundAwardsOut pic 9(7)v99.
    01 FundBalance pic s9(7)v99.

procedure division using FundMoneyIn, FundAwardsOut, FundBalance.
    move zero to FundMoneyIn, FundAwardsOut, FundBalance
    open input BursaryForwardFile
        read BursaryForwardFile
            at end set BursaryForwardEof to true
        end-read
        if not BursaryForwardEof and BursaryForwardAmount > zero
            add BursaryForwardAmount to FundMoneyIn
        end-if
    close BursaryForwardFile
    open input DonationLogFile
        read DonationLogFile
            at end set DonationLogEof to true
        end-read
        perform until DonationLogEof
            if DonationIsBursary
                add DonationAmount to FundMoneyIn
            end-if
            read DonationLogFile
                at end set DonationLogEof to true
            end-read
        end-perform
    close DonationLogFile

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
            if BursaryAwarded of BursaryRecord
                add BursaryAmountAwarded of BursaryRecord to FundAwardsOut
            end-if
            read BursariesFile next record
                at end set EndOfBursariesFile to true
            end-read
        end-perform
    close BursariesFile
    compute FundBalance = FundMoneyIn - FundAwardsOut
    goback
    .

end program GetBursaryFundBalance.
