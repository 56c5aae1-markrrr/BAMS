identification division.
program-id. CashBagScreen is initial.

environment division.
input-output section.
    file-control.
        select optional CashBagsFile assign to CashBagFileName
            organization is indexed
            access mode is dynamic
            record key is BagNumber
            file status is CashBagStatus.

        select optional CashUpLogFile assign to CashUpLogFileName
            organization is line sequential
            file status is CashUpLogStatus.

data division.
file section.
    fd CashBagsFile.
        copy CashBag replacing CashBag by
            ==CashBagRecord.
            88 EndOfCashBagsFile value high-values==.

    fd CashUpLogFile.
        copy CashUpRecord.

working-storage section.
    01 CashBagStatus pic x(2).
        88 Successful    value "00".
        88 RecordExists  value "22".
        88 NoSuchRecord  value "23".
    01 CashUpLogStatus pic x(2).
        88 CashUpLogEof value "10".
    01 CashBagFileName pic x(20) value "cash-bags.dat".
    01 CashUpLogFileName pic x(20) value "cashup-log.dat".

    copy OperatorSession.

    01 MenuAnswer pic x value space.
        88 SealNewBag    value "N", "n".
        88 MoveBagToSafe value "S", "s".
        88 MoveBagToBank value "B", "b".
    01 EnteredBagNumber pic 9(6) value zero.
    01 EnteredChoice pic 99 value zero.
    01 NextBagNumber pic 9(6) value 1.
    01 AmountDisplay pic z(5)9.99 value zero.
    01 CountedTotal pic 9(6)v99 value zero.

    01 BaggedTable.
        05 NumberBagged pic 999 value zero.
        05 BaggedEntry occurs 500 times indexed by BaggedIdx.
            10 BaggedDate pic x(8).
            10 BaggedTill pic x(8).
    01 AlreadyBaggedFlag pic 9 value zero.
        88 CashUpAlreadyBagged value 1.

    01 UnbaggedTable.
        05 NumberUnbagged pic 99 value zero.
        05 UnbaggedEntry occurs 50 times indexed by UnbaggedIdx.
            10 UnbaggedDate pic x(8).
            10 UnbaggedTill pic x(8).
            10 UnbaggedCounted pic 9(5)v99.
            10 UnbaggedChosen pic x.
                88 UnbaggedIsChosen value "Y".
    01 CashUpSlot pic 9 value zero.

procedure division.
    display "CASH BAG REGISTER"
    call "GetCurrentOperator" using by reference OperatorSession
    display "Seal a new bag (N), bag into the safe (S) or"
        " bag out to the bank (B)? " with no advancing
    accept MenuAnswer from console
    evaluate true
        when SealNewBag
            perform SealBagFromCashUps
        when MoveBagToSafe
            perform TakeBagToSafe
        when MoveBagToBank
            perform TakeBagToBank
        when other
            display "Nothing done"
    end-evaluate
    goback
    .

SealBagFromCashUps section.
    perform LoadBaggedCashUps
    perform LoadUnbaggedCashUps
    if NumberUnbagged equal to zero
        display "Every cash-up in " function trim(CashUpLogFileName)
            " is already in a bag"
        exit section
    end-if

    display "No  Date      Till      Counted"
    perform varying UnbaggedIdx from 1 by 1 until UnbaggedIdx > NumberUnbagged
        move UnbaggedCounted(UnbaggedIdx) to AmountDisplay
        set EnteredChoice to UnbaggedIdx
        display EnteredChoice "  " UnbaggedDate(UnbaggedIdx) "  "
            UnbaggedTill(UnbaggedIdx) "  $" AmountDisplay
    end-perform

    initialize CashBagRecord
    move zero to CountedTotal
    display "Cash-ups going into this bag, one per line (0 to finish):"
    perform with test after until EnteredChoice equal to zero
        or BagCashUpCount of CashBagRecord >= 5
        move zero to EnteredChoice
        display "Cash-up number: " with no advancing
        accept EnteredChoice from console
        if EnteredChoice > zero and EnteredChoice <= NumberUnbagged
            set UnbaggedIdx to EnteredChoice
            if not UnbaggedIsChosen(UnbaggedIdx)
                move "Y" to UnbaggedChosen(UnbaggedIdx)
                add 1 to BagCashUpCount of CashBagRecord
                move BagCashUpCount of CashBagRecord to CashUpSlot
                move UnbaggedDate(UnbaggedIdx)
                    to BagCashUpDate of CashBagRecord(CashUpSlot)
                move UnbaggedTill(UnbaggedIdx)
                    to BagCashUpTill of CashBagRecord(CashUpSlot)
                add UnbaggedCounted(UnbaggedIdx) to CountedTotal
            end-if
        end-if
    end-perform
    if BagCashUpCount of CashBagRecord equal to zero
        display "No cash-ups chosen - no bag sealed"
        exit section
    end-if

    move CountedTotal to AmountDisplay
    display "Cash-ups counted $" AmountDisplay
    display "Amount sealed in the bag: " with no advancing
    accept BagSealedAmount of CashBagRecord from console
    if BagSealedAmount of CashBagRecord not equal to CountedTotal
        display "** Sealed amount differs from the cash-ups - note why in"
            " the day book **"
    end-if

    perform FindNextBagNumber
    move NextBagNumber to BagNumber of CashBagRecord
    move SessionOperatorCode to BagSealedBy of CashBagRecord
    move function current-date(1:15) to BagSealedTimestamp of CashBagRecord
    set BagIsSealed of CashBagRecord to true
    open i-o CashBagsFile
        write CashBagRecord
            invalid key
                display "Error - status is " CashBagStatus
            not invalid key
                display "Bag " BagNumber of CashBagRecord
                    " sealed by " SessionOperatorCode
                    " - write the number on the bag"
        end-write
    close CashBagsFile
    .

LoadBaggedCashUps section.
    move zero to NumberBagged
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
            perform varying CashUpSlot from 1 by 1
                until CashUpSlot > BagCashUpCount of CashBagRecord
                or NumberBagged >= 500
                add 1 to NumberBagged
                set BaggedIdx to NumberBagged
                move BagCashUpDate of CashBagRecord(CashUpSlot)
                    to BaggedDate(BaggedIdx)
                move BagCashUpTill of CashBagRecord(CashUpSlot)
                    to BaggedTill(BaggedIdx)
            end-perform
            read CashBagsFile next record
                at end set EndOfCashBagsFile to true
            end-read
        end-perform
    close CashBagsFile
    .

LoadUnbaggedCashUps section.
    move zero to NumberUnbagged
    open input CashUpLogFile
        read CashUpLogFile
            at end set CashUpLogEof to true
        end-read
        perform until CashUpLogEof
            move 0 to AlreadyBaggedFlag
            perform varying BaggedIdx from 1 by 1
                until BaggedIdx > NumberBagged or CashUpAlreadyBagged
                if BaggedDate(BaggedIdx) equal to CashUpDate
                    and BaggedTill(BaggedIdx) equal to CashUpTillName
                    set CashUpAlreadyBagged to true
                end-if
            end-perform
            if not CashUpAlreadyBagged and NumberUnbagged < 50
                add 1 to NumberUnbagged
                set UnbaggedIdx to NumberUnbagged
                move CashUpDate to UnbaggedDate(UnbaggedIdx)
                move CashUpTillName to UnbaggedTill(UnbaggedIdx)
                move CashUpCounted to UnbaggedCounted(UnbaggedIdx)
                move "N" to UnbaggedChosen(UnbaggedIdx)
            end-if
            read CashUpLogFile
                at end set CashUpLogEof to true
            end-read
        end-perform
    close CashUpLogFile
    .

FindNextBagNumber section.
    move 1 to NextBagNumber
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
            compute NextBagNumber = BagNumber of CashBagRecord + 1
            read CashBagsFile next record
                at end set EndOfCashBagsFile to true
            end-read
        end-perform
    close CashBagsFile
    .

TakeBagToSafe section.
    display "Bag number: " with no advancing
    accept EnteredBagNumber from console
    open i-o CashBagsFile
    move EnteredBagNumber to BagNumber of CashBagRecord
    read CashBagsFile
        invalid key
            display "No bag " EnteredBagNumber " on the register"
            close CashBagsFile
            exit section
    end-read
    if not BagIsSealed of CashBagRecord
        display "Bag " EnteredBagNumber " is not waiting at a till ("
            BagState of CashBagRecord ")"
        close CashBagsFile
        exit section
    end-if
    move SessionOperatorCode to BagToSafeBy of CashBagRecord
    move function current-date(1:15) to BagToSafeTimestamp of CashBagRecord
    set BagIsInSafe of CashBagRecord to true
    rewrite CashBagRecord
    close CashBagsFile
    display "Bag " EnteredBagNumber " in the safe - taken by "
        SessionOperatorCode
    .

TakeBagToBank section.
    display "Bag number: " with no advancing
    accept EnteredBagNumber from console
    open i-o CashBagsFile
    move EnteredBagNumber to BagNumber of CashBagRecord
    read CashBagsFile
        invalid key
            display "No bag " EnteredBagNumber " on the register"
            close CashBagsFile
            exit section
    end-read
    if not BagIsInSafe of CashBagRecord
        display "Bag " EnteredBagNumber " is not in the safe ("
            BagState of CashBagRecord ")"
        close CashBagsFile
        exit section
    end-if
    move SessionOperatorCode to BagToBankBy of CashBagRecord
    move function current-date(1:15) to BagToBankTimestamp of CashBagRecord
    set BagIsWithBank of CashBagRecord to true
    rewrite CashBagRecord
    close CashBagsFile
    display "Bag " EnteredBagNumber " out to the bank with "
        SessionOperatorCode " - pay in with reference BAG" EnteredBagNumber
    .

end program CashBagScreen.
