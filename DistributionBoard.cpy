01 DistributionBoard.
    05 BoardID          pic x(6).
    05 BoardDescription pic x(30).
    05 BoardLocation    pic x(8).
    05 BoardRatedAmps   pic 999.
    05 BoardHookUpFee   pic 9(3)v99.
