            record key is AuthCode
            file status is AttendeeStatus.

        select optional CashBagsFile assign to CashBagFileName
            organization is indexed
            access mode is dynamic
            record key is BagNumber
            file status is CashBagStatus.

        select optional SuspenseFile assign to SuspenseFileName
            organization is indexed
            access mode is dynamic
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd CashBagsFile.
        copy CashBag replacing CashBag by
            ==CashBagRecord.
            88 EndOfCashBagsFile value high-values==.

    fd SuspenseFile.
        copy SuspenseEntry replacing SuspenseEntry by
            ==SuspenseRecord.
    01 MerchandiseFileName pic x(20) value "merchandise.dat".
    01 MerchBankTotal pic 9(7)v99 value zero.

    01 CashBagStatus pic x(2).
    01 CashBagFileName pic x(20) value "cash-bags.dat".
    01 DepositReference  pic x(12).
        88 DepositIsCashBag value "BAG000000" thru "BAG999999".
    01 DepositBagNumber  pic 9(6).
    01 BagDifference     pic s9(6)v99 value zero.
    01 BagsMatched       pic 999 value zero.
    01 BagsShort         pic 999 value zero.
    01 BagsOutstanding   pic 999 value zero.
    01 CashBagDepositsTotal pic 9(7)v99 value zero.
    01 BagDisplay        pic -(5)9.99 value zero.
    01 DepositAuthCode   pic x(6).
    01 DepositDate       pic x(8).
    01 DepositAmountText pic x(12).
        end-perform
    close DepositsFile

    perform ReportOutstandingCashBags
    perform SumRecordedBankTransfers
    perform SumMerchBankTakings

    display "Total deposited:               $" AmountDisplay
    move DonationDepositsTotal to AmountDisplay
    display "Of which donations:            $" AmountDisplay
    move CashBagDepositsTotal to AmountDisplay
    display "Of which cash bags:            $" AmountDisplay
    display "Cash bags matched: " BagsMatched "  short or over: " BagsShort
        "  missing or still in the safe: " BagsOutstanding
    compute TicketDepositsTotal = DepositsTotal - DonationDepositsTotal
        - CashBagDepositsTotal
    move TicketDepositsTotal to AmountDisplay
    display "Ticket money deposited:        $" AmountDisplay
    move BankTransfersTotal to AmountDisplay
    .

ReconcileRow section.
    move spaces to DepositReference
    unstring DepositLine delimited by ","
        into DepositReference, DepositDate, DepositAmountText
    end-unstring
    move function upper-case(DepositReference) to DepositReference
    move DepositReference to DepositAuthCode
    compute DepositAmount = function numval(DepositAmountText)
    add DepositAmount to DepositsTotal
    move DepositAmount to AmountDisplay
    if DepositIsCashBag
        perform MatchDepositToCashBag
        exit section
    end-if

    move 0 to DepositMatched
    open input AttendeesFile
    close AttendeesFile
    .

MatchDepositToCashBag section.
    add DepositAmount to CashBagDepositsTotal
    if DepositReference(4:6) is not numeric
        move zero to DepositBagNumber
    else
        move DepositReference(4:6) to DepositBagNumber
    end-if
    open i-o CashBagsFile
    move DepositBagNumber to BagNumber of CashBagRecord
    read CashBagsFile
        invalid key
            display DepositReference(1:9) "  " DepositDate "  $" AmountDisplay
                "  NO SUCH CASH BAG"
            add 1 to DepositsUnmatched
            close CashBagsFile
            perform ParkDepositInSuspense
            exit section
    end-read
    move DepositDate to BagDepositDate of CashBagRecord
    move DepositAmount to BagDepositedAmount of CashBagRecord
    set BagIsDeposited of CashBagRecord to true
    rewrite CashBagRecord
    close CashBagsFile

    compute BagDifference = DepositAmount - BagSealedAmount of CashBagRecord
    if BagDifference equal to zero
        display DepositReference(1:9) "  " DepositDate "  $" AmountDisplay
            "  CASH BAG MATCHED"
        add 1 to BagsMatched
        add 1 to DepositsMatched
    else
        move BagDifference to BagDisplay
        if BagDifference < zero
            display DepositReference(1:9) "  " DepositDate "  $" AmountDisplay
                "  CASH BAG SHORT BY $" BagDisplay
        else
            display DepositReference(1:9) "  " DepositDate "  $" AmountDisplay
                "  CASH BAG OVER BY $" BagDisplay
        end-if
        add 1 to BagsShort
        add 1 to DepositsUnmatched
    end-if
    .

ReportOutstandingCashBags section.
    move zero to BagNumber of CashBagRecord
    start CashBagsFile key is greater than BagNumber of CashBagRecord
        invalid key set EndOfCashBagsFile to true
    end-start
    open input CashBagsFile
        if not EndOfCashBagsFile
            read CashBagsFile next record
                at end set EndOfCashBagsFile to true
            end-read
        end-if
        perform until EndOfCashBagsFile
            move BagSealedAmount of CashBagRecord to AmountDisplay
            evaluate true
                when BagIsSealed of CashBagRecord
                    display "BAG" BagNumber of CashBagRecord "            $"
                        AmountDisplay "  SEALED " BagSealedTimestamp
                        of CashBagRecord(1:8) " - NEVER REACHED THE SAFE"
                    add 1 to BagsOutstanding
                when BagIsInSafe of CashBagRecord
                    display "BAG" BagNumber of CashBagRecord "            $"
                        AmountDisplay "  STILL IN THE SAFE since "
                        BagToSafeTimestamp of CashBagRecord(1:8)
                    add 1 to BagsOutstanding
                when BagIsWithBank of CashBagRecord
                    display "BAG" BagNumber of CashBagRecord "            $"
                        AmountDisplay "  MISSING - left for the bank "
                        BagToBankTimestamp of CashBagRecord(1:8)
                        " with " BagToBankBy of CashBagRecord
                    add 1 to BagsOutstanding
            end-evaluate
            read CashBagsFile next record
                at end set EndOfCashBagsFile to true
            end-read
        end-perform
    close CashBagsFile
    .

ParkDepositInSuspense section.
    move spaces to SuspenseNarrativeText
    string "bank " DepositDate " ref "
