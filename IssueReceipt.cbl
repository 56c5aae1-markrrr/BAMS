    move function current-date(1:15) to ReceiptTimestamp
    move ReceiptForAmount to ReceiptAmount
    move ReceiptForMethod to ReceiptMethod
    call "ChainMoneyLogRecord" using by content "RECEIPT ",
        by reference ReceiptLogEntry
    open extend ReceiptLogFile
        write ReceiptLogEntry
    close ReceiptLogFile
