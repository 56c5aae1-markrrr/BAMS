
local-storage section.
    copy Attendee.
    copy UnaccompaniedMinor.
    copy Operation.
    copy OperatorSession.
    01 Command pic x.
        88 TabLogOk  values "00", "05".
        88 TabLogEof value "10".
    01 ScanMessage pic x(50) value spaces.
    01 MissingBanner pic x(80) value spaces.
    01 MissingScanPlace pic x(20) value "bar/shop till".
    01 MissingLogType pic x value "S".
    01 MissingAlertMatch pic 9 value zero.
        88 ScanMatchesMissingAlert value 1.
    01 TabBalance pic s9(5)v99 value zero.
    01 TabBalanceDisplay pic -(4)9.99 value zero.
    01 EntryAmount pic 9(5)v99 value zero.
        88 CurrentWristbandUnknown value " ".
    01 ChallengeAnswer pic x value space.
        88 ChallengeOk value "Y", "y".
    01 CurrentDayOfWeek pic 9 value zero.
    01 CurrentTimeOfDay pic x(4) value spaces.
    01 LicensedFlag pic 9 value zero.
        88 LicensedSaleAllowed value 1.
    01 TabBalanceFileName pic x(20) value "tab-balances.dat".
    01 TabBalanceStatus pic x(2).
    01 BalanceDelta pic s9(5)v99 value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.

    01 RaffleTicketPrice pic 9(3)v99 value zero.
    01 RaffleTicketCount pic 999 value zero.
    01 RaffleBuyerName pic x(30) value spaces.
    01 RaffleBuyerContact pic x(30) value spaces.
    01 RaffleChannel pic x value "T".
    01 RaffleMethod pic x value "T".
    01 RaffleStamp pic x(15) value spaces.
    01 RaffleFirstTicket pic 9(5) value zero.
    01 RaffleLastTicket pic 9(5) value zero.

linkage section.
    01 AttendeesFileName pic x(20) value "attendees.dat".
        03 line 7 column 1 value "Tab balance: $".
        03 line 7 column 15 from TabBalanceDisplay.
        03 line 9 column 1 from ScanMessage.
        03 line 22 column 1 from MissingBanner reverse-video blink.
        03 line 24 column 1 value "Commands: F1 Home; F5 Load credit, F6 Purchase, F7 Settle, F9 Raffle, F10 Exit " reverse-video highlight.
        03 line 24 column 78 to Command.

procedure division using AttendeesFileName.
        move spaces to AuthCode, ScanMessage
        initialize Attendee
        move zero to TabBalanceDisplay
        call "GetMissingPersonBanner" using by reference MissingBanner
        accept TabPointOfSaleScreen from crt end-accept

        if AuthCode not equal spaces
                move "AuthCode not found" to ScanMessage
            else
                perform ShowBalance
                move function current-date(1:8) to PostingDate
                call "CheckPeriodLock" using PostingDate,
                    by reference PostingAllowed
                evaluate true
                    when not PostingIsAllowed
                        move "Period closed - nothing posted to the tab"
                            to ScanMessage
                    when OperationIsToggleArrivalDay perform LoadCredit
                    when OperationIsToggleStatus perform TakePurchase
                    when OperationIsTogglePaid perform SettleTab
                    when OperationIsRaffle perform SellRaffleOnTab
                end-evaluate
                perform NoteMissingPersonSighting
                perform ShowBalance
                display "Balance for " AuthCode " now $" TabBalanceDisplay
            end-if
                    to CurrentWristband
        end-read
    close TabBalancesFile
    *> Unaccompanied 16 and 17 year olds hold their own booking but are
    *> served as children whatever the wristband says
    call "GetUnaccompaniedMinor" using AuthCode, UnaccompaniedMinor
    if MinorAuthCode of UnaccompaniedMinor not equal to spaces
        display "NOTE - under 18, unaccompanied - served as a child"
        move "C" to CurrentWristband
        exit section
    end-if
    if CurrentWristbandUnknown
        if NumberOfKids of Attendee > zero
            display "NOTE - this booking has "
                " **"
            exit section
        end-if
        perform CheckLicensedHoursForSale
        if not LicensedSaleAllowed
            display "Sale refused - outside licensed hours"
            exit section
        end-if
        display "CHALLENGE 25 - clearly over 25 or ID checked (Y/N)? "
            with no advancing
        accept ChallengeAnswer from console
    end-if
    .

SellRaffleOnTab section.
    perform DetermineWristbandClass
    if CurrentWristbandIsChild
        move "Raffle tickets are for adults only" to ScanMessage
        exit section
    end-if
    call "GetRaffleTicketPrice" using by reference RaffleTicketPrice
    move RaffleTicketPrice to LineAmountDisplay
    display "Raffle tickets at $" LineAmountDisplay " - how many? "
        with no advancing
    accept RaffleTicketCount from console
    if RaffleTicketCount equal to zero
        move "No raffle tickets sold" to ScanMessage
        exit section
    end-if
    compute EntryAmount = RaffleTicketCount * RaffleTicketPrice
    if EntryAmount > TabBalance
        move "NOT ENOUGH ON THE TAB - load credit first" to ScanMessage
        exit section
    end-if
    move "S" to TabAction
    perform WriteTabEntry
    move TabTimestamp to RaffleStamp
    move AttendeeName of Attendee to RaffleBuyerName
    if Email of Attendee not equal to spaces
        move Email of Attendee to RaffleBuyerContact
    else
        move Telephone of Attendee to RaffleBuyerContact
    end-if
    call "RecordRaffleSale" using AuthCode, RaffleBuyerName,
        RaffleBuyerContact, RaffleTicketCount, RaffleChannel, RaffleMethod,
        EntryAmount, RaffleStamp, RaffleFirstTicket, RaffleLastTicket
    display "Write raffle tickets " RaffleFirstTicket " to "
        RaffleLastTicket " for " function trim(AttendeeName of Attendee)
    move "Raffle tickets taken off the tab" to ScanMessage
    .

CheckLicensedHoursForSale section.
    move zero to LicensedFlag
    accept CurrentDayOfWeek from day-of-week
    move function current-date(9:4) to CurrentTimeOfDay
    call "CheckLicensedHours" using by content CurrentDayOfWeek,
        CurrentTimeOfDay, by reference LicensedFlag
    if LicensedSaleAllowed
        exit section
    end-if
    display "OUTSIDE LICENSED HOURS - supervisor override needed"
    call "ConfirmLicensingOverride" using by content AuthCode,
        ProductCode of BarProductRecord, by reference LicensedFlag
    .

WriteChallengeLogLine section.
    move AuthCode to ChallengeAuthCode
    move function current-date(1:15) to ChallengeTimestamp
    call "GetCurrentOperator" using by reference OperatorSession
    move SessionOperatorCode to TabOperator
    move CurrentWristband to TabWristbandClass
    call "ChainMoneyLogRecord" using by content "TAB     ",
        by reference TabTransaction
    open extend TabLogFile
        write TabTransaction
    close TabLogFile
        AuthCode, BalanceDelta, CurrentWristband
    .

NoteMissingPersonSighting section.
    call "CheckMissingPersonAlert" using AuthCode of Attendee,
        MissingScanPlace, MissingLogType, by reference MissingAlertMatch
    if ScanMatchesMissingAlert
        display "** MISSING PERSON ALERT on booking " AuthCode of Attendee
            " - keep them with you and radio control **"
        move "** MISSING ALERT - KEEP THEM HERE, CALL CONTROL **"
            to ScanMessage
    end-if
    .

end program TabPosScreen.
