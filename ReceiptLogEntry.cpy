    05 ReceiptAmount pic 9(5)v99.
    05 filler pic x value space.
    05 ReceiptMethod pic x.
    05 filler pic x value space.
    05 ReceiptChainHash pic x(16).
