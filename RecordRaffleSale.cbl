identification division.
program-id. RecordRaffleSale is initial.

environment division.
input-output section.
    file-control.
        select optional RaffleSalesFile assign to RaffleSalesFileName
            organization is line sequential
            file status is RaffleSalesStatus.

data division.
file section.
    fd RaffleSalesFile.
        copy RaffleSale.

working-storage section.
    01 RaffleSalesStatus pic x(2).
        88 RaffleSalesEof value "10".
    01 RaffleSalesFileName pic x(20) value "raffle-sales.dat".
    01 HighestTicket pic 9(5) value zero.
    copy OperatorSession.

linkage section.
    01 SoldToAuthCode pic x(6).
    01 SoldToName pic x(30).
    01 SoldToContact pic x(30).
    01 TicketsSold pic 999.
    01 SoldThrough pic x.
    01 SoldVia pic x.
    01 SoldAmount pic 9(5)v99.
    01 SoldTimestamp pic x(15).
    01 FirstTicketSold pic 9(5).
    01 LastTicketSold pic 9(5).

procedure division using SoldToAuthCode, SoldToName, SoldToContact,
    TicketsSold, SoldThrough, SoldVia, SoldAmount, SoldTimestamp,
    FirstTicketSold, LastTicketSold.
    *> Tickets are numbered in one unbroken run across every channel so
    *> the draw can be made from the sales file alone
    move zero to HighestTicket
    open input RaffleSalesFile
        read RaffleSalesFile
            at end set RaffleSalesEof to true
        end-read
        perform until RaffleSalesEof
            if RaffleLastTicket > HighestTicket
                move RaffleLastTicket to HighestTicket
            end-if
            read RaffleSalesFile
                at end set RaffleSalesEof to true
            end-read
        end-perform
    close RaffleSalesFile

    compute FirstTicketSold = HighestTicket + 1
    compute LastTicketSold = HighestTicket + TicketsSold

    call "GetCurrentOperator" using by reference OperatorSession
    initialize RaffleSale
    move SoldTimestamp to RaffleTimestamp
    move SoldToAuthCode to RaffleAuthCode
    move SoldThrough to RaffleChannel
    move SoldVia to RafflePaidVia
    move FirstTicketSold to RaffleFirstTicket
    move LastTicketSold to RaffleLastTicket
    move SoldAmount to RaffleAmount
    move SessionOperatorCode to RaffleOperator
    move SoldToName to RaffleBuyerName
    move SoldToContact to RaffleBuyerContact
    open extend RaffleSalesFile
        write RaffleSale
    close RaffleSalesFile
    goback
    .

end program RecordRaffleSale.
