identification division.
program-id. TakeTurnoverDeclaration is initial.

environment division.
input-output section.
    file-control.
        select optional TradersFile assign to TraderFileName
            organization is indexed
            access mode is dynamic
            record key is TraderID
            file status is TraderStatus.

        select optional CommissionsFile assign to CommissionFileName
            organization is indexed
            access mode is dynamic
            record key is CommissionTraderID
            file status is CommissionStatus.

data division.
file section.
    fd TradersFile.
        copy TraderRecord replacing TraderRecord by
            ==TraderFileRecord.
            88 EndOfTradersFile value high-values==.

    fd CommissionsFile.
        copy TraderCommission replacing TraderCommission by
            ==CommissionRecord.
            88 EndOfCommissionsFile value high-values==.

working-storage section.
    01 TraderStatus pic x(2).
    01 CommissionStatus pic x(2).
    01 TraderFileName pic x(20) value "traders.dat".
    01 CommissionFileName pic x(24) value "trader-commission.dat".

    01 EnteredTraderID pic x(6) value spaces.
    01 MenuAnswer pic x value space.
        88 DeclaringTurnover value "D", "d".
        88 PayingCommission  value "P", "p".
    01 ConfirmAnswer pic x value space.
        88 DeclarationConfirmed value "Y", "y".
    01 EnteredTurnover pic 9(7)v99 value zero.
    01 EnteredPayment pic 9(6)v99 value zero.
    01 CommissionOwed pic s9(6)v99 value zero.
    01 TurnoverDisplay pic z(6)9.99 value zero.
    01 RateDisplay pic z9.99 value zero.
    01 AmountDisplay pic -(5)9.99 value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.

procedure division.
    display "TRADER TURNOVER DECLARATION AND COMMISSION"
    display "TraderID: " with no advancing
    accept EnteredTraderID from console
    move function upper-case(EnteredTraderID) to EnteredTraderID

    move EnteredTraderID to TraderID of TraderFileRecord
    open input TradersFile
    read TradersFile
        invalid key
            display "No trader " EnteredTraderID " on the register"
            close TradersFile
            goback
    end-read
    close TradersFile

    open i-o CommissionsFile
    move EnteredTraderID to CommissionTraderID of CommissionRecord
    read CommissionsFile
        invalid key
            display function trim(TraderBusinessName of TraderFileRecord)
                " has no commission agreed - pitch fee only"
            close CommissionsFile
            goback
    end-read
    move CommissionRatePercent of CommissionRecord to RateDisplay
    display function trim(TraderBusinessName of TraderFileRecord)
        " - commission " RateDisplay "% of takings"

    display "Declare turnover (D) or record a commission payment (P)? "
        with no advancing
    accept MenuAnswer from console
    evaluate true
        when DeclaringTurnover
            perform TakeDeclaration
        when PayingCommission
            perform TakeCommissionPayment
        when other
            display "Nothing done"
    end-evaluate
    close CommissionsFile
    goback
    .

TakeDeclaration section.
    if not CommissionNotDeclared of CommissionRecord
        move CommissionTurnover of CommissionRecord to TurnoverDisplay
        display "Already declared $" TurnoverDisplay " on "
            CommissionDeclaredDate of CommissionRecord
            " - a new figure replaces it"
    end-if
    display "Total takings for the event: " with no advancing
    accept EnteredTurnover from console
    move EnteredTurnover to TurnoverDisplay
    compute CommissionOwed rounded =
        EnteredTurnover * CommissionRatePercent of CommissionRecord / 100
    move CommissionOwed to AmountDisplay
    display "Takings $" TurnoverDisplay " gives commission of $" AmountDisplay
    display "Trader agrees this declaration (Y/N)? " with no advancing
    accept ConfirmAnswer from console
    if not DeclarationConfirmed
        display "Nothing declared"
        exit section
    end-if
    move EnteredTurnover to CommissionTurnover of CommissionRecord
    move CommissionOwed to CommissionDue of CommissionRecord
    move function current-date(1:8) to CommissionDeclaredDate of CommissionRecord
    rewrite CommissionRecord
        invalid key
            display "Error - status is " CommissionStatus
        not invalid key
            compute CommissionOwed = CommissionDue of CommissionRecord
                - CommissionPaid of CommissionRecord
            move CommissionOwed to AmountDisplay
            display "Declaration recorded - commission now owed $"
                AmountDisplay
    end-rewrite
    .

TakeCommissionPayment section.
    move function current-date(1:8) to PostingDate
    call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
    if not PostingIsAllowed
        exit section
    end-if
    compute CommissionOwed = CommissionDue of CommissionRecord
        - CommissionPaid of CommissionRecord
    move CommissionOwed to AmountDisplay
    display "Commission owed $" AmountDisplay
    display "Amount paid now: " with no advancing
    accept EnteredPayment from console
    if EnteredPayment equal to zero
        display "Nothing recorded"
        exit section
    end-if
    add EnteredPayment to CommissionPaid of CommissionRecord
    rewrite CommissionRecord
        invalid key
            display "Error - status is " CommissionStatus
        not invalid key
            compute CommissionOwed = CommissionDue of CommissionRecord
                - CommissionPaid of CommissionRecord
            move CommissionOwed to AmountDisplay
            display "Payment recorded - commission still owed $"
                AmountDisplay
    end-rewrite
    .

end program TakeTurnoverDeclaration.
