01 RaffleDraw.
    05 DrawTimestamp pic x(15).
    05 filler pic x value space.
    05 DrawPrizeNumber pic 99.
    05 filler pic x value space.
    05 DrawTicketNumber pic 9(5).
    05 filler pic x value space.
    05 DrawAuthCode pic x(6).
    05 filler pic x value space.
    05 DrawWinnerName pic x(30).
    05 filler pic x value space.
    05 DrawOperator pic x(3).
    05 filler pic x value space.
    05 DrawWitness pic x(3).
