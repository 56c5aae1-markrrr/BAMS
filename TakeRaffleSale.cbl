identification division.
program-id. TakeRaffleSale is initial.

data division.
working-storage section.
    copy Attendee replacing Attendee by ==RaffleAttendee==.

    01 ChannelAnswer pic x value space.
        88 SellingAtGate value "G", "g".
        88 SellingForCash value "C", "c".
    01 EnteredAuthCode pic x(6) value spaces.
    01 BuyerName pic x(30) value spaces.
    01 BuyerContact pic x(30) value spaces.
    01 TicketCount pic 999 value zero.
    01 SaleChannel pic x value space.
    01 SaleMethod pic x value space.
    01 SaleAmount pic 9(5)v99 value zero.
    01 SaleTimestamp pic x(15) value spaces.
    01 TicketPrice pic 9(3)v99 value zero.
    01 FirstTicket pic 9(5) value zero.
    01 LastTicket pic 9(5) value zero.
    01 AmountDisplay pic z(4)9.99 value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    display "RAFFLE / TOMBOLA TICKET SALES"
    move function current-date(1:8) to PostingDate
    call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
    if not PostingIsAllowed
        goback
    end-if
    call "GetRaffleTicketPrice" using by reference TicketPrice
    move TicketPrice to AmountDisplay
    display "Tickets are $" AmountDisplay " each"
    display "Sell against an AuthCode at the gate (G) or for cash (C)? "
        with no advancing
    accept ChannelAnswer from console

    evaluate true
        when SellingAtGate
            display "AuthCode: " with no advancing
            accept EnteredAuthCode from console
            move function upper-case(EnteredAuthCode) to EnteredAuthCode
            call "GetAttendeeByAuthCode"
                using by content AttendeeFileName,
                by content EnteredAuthCode,
                by reference RaffleAttendee
            if AttendeeName of RaffleAttendee equal to high-values
                display "No attendee found for " EnteredAuthCode
                goback
            end-if
            move AttendeeName of RaffleAttendee to BuyerName
            if Email of RaffleAttendee not equal to spaces
                move Email of RaffleAttendee to BuyerContact
            else
                move Telephone of RaffleAttendee to BuyerContact
            end-if
            move "G" to SaleChannel
            display "Method (C=cash K=card): " with no advancing
            accept SaleMethod from console
            move function upper-case(SaleMethod) to SaleMethod
            if SaleMethod not equal to "K"
                move "C" to SaleMethod
            end-if
        when SellingForCash
            move spaces to EnteredAuthCode
            display "Buyer's name: " with no advancing
            accept BuyerName from console
            display "Email or mobile for the winner notice: "
                with no advancing
            accept BuyerContact from console
            move "C" to SaleChannel
            move "C" to SaleMethod
        when other
            display "Nothing sold"
            goback
    end-evaluate

    display "Number of tickets: " with no advancing
    accept TicketCount from console
    if TicketCount equal to zero
        display "Nothing sold"
        goback
    end-if
    compute SaleAmount = TicketCount * TicketPrice
    move function current-date(1:15) to SaleTimestamp
    call "RecordRaffleSale" using EnteredAuthCode, BuyerName, BuyerContact,
        TicketCount, SaleChannel, SaleMethod, SaleAmount, SaleTimestamp,
        FirstTicket, LastTicket
    move SaleAmount to AmountDisplay
    display "Take $" AmountDisplay " - write tickets " FirstTicket
        " to " LastTicket " for " function trim(BuyerName)
    goback
    .

end program TakeRaffleSale.
