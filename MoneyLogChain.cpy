01 MoneyLogChain.
    05 ChainLogCode     pic x(8).
    05 ChainRecordCount pic 9(7).
    05 ChainLastHash    pic x(16).
    05 ChainLastStamp   pic x(15).
