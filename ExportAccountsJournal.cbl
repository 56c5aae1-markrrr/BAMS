            record key is MerchKey
            file status is MerchandiseStatus.

        select optional BursariesFile assign to BursaryFileName
            organization is indexed
            access mode is dynamic
            record key is BursaryAuthCode
            file status is BursaryStatus.

        select optional RaffleSalesFile assign to RaffleSalesFileName
            organization is line sequential
            file status is RaffleSalesStatus.

        select optional HireBookingsFile assign to HireBookingsFileName
            organization is indexed
            access mode is dynamic
            record key is HireBookingKey
            file status is HireBookingStatus.

        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            ==MerchandiseRecord.
            88 EndOfMerchandiseFile value high-values==.

    fd BursariesFile.
        copy BursaryApplication replacing BursaryApplication by
            ==BursaryRecord.
            88 EndOfBursariesFile value high-values==.

    fd RaffleSalesFile.
        copy RaffleSale.

    fd HireBookingsFile.
        copy HireBooking replacing HireBooking by
            ==HireBookingRecord.
            88 EndOfHireBookingsFile value high-values==.

    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
    01 ExpenseStatus pic x(2).
    01 MerchandiseStatus pic x(2).
    01 AttendeeStatus pic x(2).
    01 BursaryStatus pic x(2).
    01 RaffleSalesStatus pic x(2).
        88 RaffleSalesEof value "10".
    01 HireBookingStatus pic x(2).

    01 AccountMapFileName pic x(20) value "account-map.dat".
    01 JournalFileName pic x(24) value spaces.
    01 TabLogFileName pic x(20) value "tab-log.dat".
    01 ExpenseFileName pic x(20) value "expenses.dat".
    01 MerchandiseFileName pic x(20) value "merchandise.dat".
    01 BursaryFileName pic x(20) value "bursaries.dat".
    01 RaffleSalesFileName pic x(20) value "raffle-sales.dat".
    01 HireBookingsFileName pic x(20) value "hire-bookings.dat".

    01 RaffleTabTable.
        05 NumberOfRaffleTabSales pic 999 value zero.
        05 RaffleTabSale occurs 500 times indexed by RaffleTabIdx.
            10 RaffleTabAuthCode pic x(6).
            10 RaffleTabStamp pic x(15).
    01 RaffleTabFlag pic 9 value zero.
        88 TabSpendIsRaffle value 1.

    01 RunDate pic x(8) value spaces.

        05 filler pic x(28) value "TABLOAD-C   CASH    TABLIAB ".
        05 filler pic x(28) value "TABLOAD-K   CARD    TABLIAB ".
        05 filler pic x(28) value "TABLOAD-B   BANK    TABLIAB ".
        05 filler pic x(28) value "BURSDON-C   CASH    BURSFUND".
        05 filler pic x(28) value "BURSDON-K   CARD    BURSFUND".
        05 filler pic x(28) value "BURSDON-B   BANK    BURSFUND".
        05 filler pic x(28) value "BURSARY     BURSFUNDTICKETS ".
        05 filler pic x(28) value "RAFFLE-C    CASH    RAFFLE  ".
        05 filler pic x(28) value "RAFFLE-K    CARD    RAFFLE  ".
        05 filler pic x(28) value "RAFFLE-T    TABLIAB RAFFLE  ".
    01 DefaultMaps redefines DefaultMapList.
        05 DefaultMapEntry occurs 23 times.
            10 DefaultMapSource pic x(12).
            10 DefaultMapDebit  pic x(8).
            10 DefaultMapCredit pic x(8).

    01 PostingAmount pic 9(6)v99 value zero.
    01 PostingReference pic x(20) value spaces.
    01 PostingDirection pic x value "N".
        88 PostingIsReversing value "R".
        88 PostingIsNormal    value "N".
    01 AmountText pic 9(6).99 value zero.
    01 LinesWritten pic 9(4) value zero.
    01 DebitsTotal pic 9(8)v99 value zero.
        perform PostDonations
        perform PostExpenses
        perform PostRefunds
        perform PostHireDepositRefunds
        perform PostMerchOrders
        perform PostRaffleSales
        perform PostTabEntries
        perform PostBursaryAwards
    close JournalFile

    display "Journal written to " function trim(JournalFileName)
    .

LoadDefaultMap section.
    move 23 to NumberOfMappings
    perform varying DefaultMapIndex from 1 by 1 until DefaultMapIndex > 23
        set MapIdx to DefaultMapIndex
        move DefaultMapSource(DefaultMapIndex) to MapSource(MapIdx)
        move DefaultMapDebit(DefaultMapIndex) to MapDebit(MapIdx)
            function trim(MapSourceWanted) " - posting skipped"
        exit section
    end-if
    *> A reversing posting swaps the debit and credit sides of the pair
    if PostingIsReversing
        move MapDebitFound to MapDebitBuffer
        move MapCreditFound to MapDebitFound
        move MapDebitBuffer to MapCreditFound
    end-if
    move PostingAmount to AmountText
    move spaces to JournalLine
    string RunDate "," MapDebitFound "," AmountText ",0.00,"
                end-if
                move PaymentAmount to PostingAmount
                move spaces to PostingReference
                if PaymentIsReversal
                    set PostingIsReversing to true
                    string "REV " PaymentAuthCode " "
                        PaymentReasonCode
                        delimited by size into PostingReference
                else
                    string "PAY " PaymentAuthCode
                        delimited by size into PostingReference
                end-if
                perform WritePostingPair
                set PostingIsNormal to true
            end-if
            read PaymentLogFile
                at end set PaymentLogEof to true
        perform until DonationLogEof
            if DonationTimestamp(1:8) equal to RunDate
                move spaces to MapSourceWanted
                if DonationIsBursary
                    string "BURSDON-" DonationMethod
                        delimited by size into MapSourceWanted
                else
                    string "DONATION-" DonationMethod
                        delimited by size into MapSourceWanted
                end-if
                move DonationAmount to PostingAmount
                move spaces to PostingReference
                string "DON " DonationAuthCode
    close AttendeesFile
    .

PostHireDepositRefunds section.
    move low-values to HireBookingKey of HireBookingRecord
    start HireBookingsFile key is greater than
        HireBookingKey of HireBookingRecord
        invalid key set EndOfHireBookingsFile to true
    end-start
    open input HireBookingsFile
        if not EndOfHireBookingsFile
            read HireBookingsFile next record
                at end set EndOfHireBookingsFile to true
            end-read
        end-if
        perform until EndOfHireBookingsFile
            if HireRefundDate of HireBookingRecord equal to RunDate
                and HireDepositRefund of HireBookingRecord > zero
                move "REFUND" to MapSourceWanted
                move HireDepositRefund of HireBookingRecord to PostingAmount
                move spaces to PostingReference
                string "HDR " HireAuthCode of HireBookingRecord " "
                    HireBookingSeq of HireBookingRecord
                    delimited by size into PostingReference
                perform WritePostingPair
            end-if
            read HireBookingsFile next record
                at end set EndOfHireBookingsFile to true
            end-read
        end-perform
    close HireBookingsFile
    .

PostMerchOrders section.
    move low-values to MerchKey of MerchandiseRecord
    start MerchandiseFile key is greater than MerchKey of MerchandiseRecord
        end-read
        perform until TabLogEof
            if TabTimestamp(1:8) equal to RunDate
                perform CheckTabSpendIsRaffle
                evaluate true
                    when TabIsSpend and not TabSpendIsRaffle
                        move "TAB-SPEND" to MapSourceWanted
                        move TabAmount to PostingAmount
                        move spaces to PostingReference
    close TabLogFile
    .

PostRaffleSales section.
    *> Raffle tickets bought off a tab come out of the tab liability as
    *> raffle income, so the matching tab spend is not posted as bar sales
    move zero to NumberOfRaffleTabSales
    open input RaffleSalesFile
        read RaffleSalesFile
            at end set RaffleSalesEof to true
        end-read
        perform until RaffleSalesEof
            if RaffleTimestamp(1:8) equal to RunDate
                move spaces to MapSourceWanted
                string "RAFFLE-" RafflePaidVia
                    delimited by size into MapSourceWanted
                move RaffleAmount to PostingAmount
                move spaces to PostingReference
                string "RAF " RaffleFirstTicket "-" RaffleLastTicket
                    delimited by size into PostingReference
                perform WritePostingPair
                if RaffleSoldOnTab and NumberOfRaffleTabSales < 500
                    add 1 to NumberOfRaffleTabSales
                    set RaffleTabIdx to NumberOfRaffleTabSales
                    move RaffleAuthCode to RaffleTabAuthCode(RaffleTabIdx)
                    move RaffleTimestamp to RaffleTabStamp(RaffleTabIdx)
                end-if
            end-if
            read RaffleSalesFile
                at end set RaffleSalesEof to true
            end-read
        end-perform
    close RaffleSalesFile
    .

CheckTabSpendIsRaffle section.
    move 0 to RaffleTabFlag
    perform varying RaffleTabIdx from 1 by 1
        until RaffleTabIdx > NumberOfRaffleTabSales or TabSpendIsRaffle
        if RaffleTabAuthCode(RaffleTabIdx) equal to TabAuthCode
            and RaffleTabStamp(RaffleTabIdx) equal to TabTimestamp
            set TabSpendIsRaffle to true
        end-if
    end-perform
    .

PostBursaryAwards section.
    move low-values to BursaryAuthCode of BursaryRecord
    start BursariesFile key is greater than BursaryAuthCode of BursaryRecord
        invalid key continue
    end-start
    open input BursariesFile
        read BursariesFile next record
            at end set EndOfBursariesFile to true
        end-read
        perform until EndOfBursariesFile
            if BursaryDecidedDate of BursaryRecord equal to RunDate
                and BursaryAwarded of BursaryRecord
                move "BURSARY" to MapSourceWanted
                move BursaryAmountAwarded of BursaryRecord to PostingAmount
                move spaces to PostingReference
                string "BUR " BursaryAuthCode of BursaryRecord
                    delimited by size into PostingReference
                perform WritePostingPair
            end-if
            read BursariesFile next record
                at end set EndOfBursariesFile to true
            end-read
        end-perform
    close BursariesFile
    .

end program ExportAccountsJournal.
