    05 TillMoveAmount pic 9(5)v99.
    05 filler pic x value space.
    05 TillMoveOperator pic x(3).
    05 filler pic x value space.
    05 TillMoveChainHash pic x(16).
