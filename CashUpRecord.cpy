    05 CashUpSignedOffBy pic x(20).
    05 filler pic x value space.
    05 CashUpTillName pic x(8).
    05 filler pic x value space.
    05 CashUpChainHash pic x(16).
