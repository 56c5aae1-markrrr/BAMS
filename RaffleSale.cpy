01 RaffleSale.
    05 RaffleTimestamp pic x(15).
    05 filler pic x value space.
    05 RaffleAuthCode pic x(6).
    05 filler pic x value space.
    05 RaffleChannel pic x.
        88 RaffleSoldAtGate value "G".
        88 RaffleSoldOnTab  value "T".
        88 RaffleSoldForCash value "C".
    05 filler pic x value space.
    05 RafflePaidVia pic x.
    05 filler pic x value space.
    05 RaffleFirstTicket pic 9(5).
    05 filler pic x value space.
    05 RaffleLastTicket pic 9(5).
    05 filler pic x value space.
    05 RaffleAmount pic 9(5)v99.
    05 filler pic x value space.
    05 RaffleOperator pic x(3).
    05 filler pic x value space.
    05 RaffleBuyerName pic x(30).
    05 filler pic x value space.
    05 RaffleBuyerContact pic x(30).
