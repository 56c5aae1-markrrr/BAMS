    move TodaysVariance to CashUpVariance
    move RunningVariance to CashUpCarriedForward
    move SignedOffBy to CashUpSignedOffBy
    call "ChainMoneyLogRecord" using by content "CASHUP  ",
        by reference CashUpRecord
    open extend CashUpLogFile
        write CashUpRecord
    close CashUpLogFile
