            organization is line sequential
            file status is ReceiptLogStatus.

        select optional ReprintLogFile assign to ReprintLogFileName
            organization is line sequential
            file status is ReprintLogStatus.

data division.
file section.
    fd ReceiptLogFile.
        copy ReceiptLogEntry.

    fd ReprintLogFile.
        01 ReprintLogEntry.
            05 ReprintTimestamp pic x(15).
            05 filler pic x value space.
            05 ReprintReceiptNumber pic 9(6).
            05 filler pic x value space.
            05 ReprintOperator pic x(3).

working-storage section.
    01 ReceiptLogStatus pic x(2).
        88 ReceiptLogOk  values "00", "05".
        88 ReceiptLogEof value "10".

    01 ReceiptLogFileName pic x(20) value "receipt-log.dat".
    01 ReprintLogStatus pic x(2).
    01 ReprintLogFileName pic x(20) value "receipt-reprint.log".
    copy OperatorSession.
    01 WantedNumber pic 9(6) value zero.
    01 WantedIsNumeric pic 9 value zero.
        88 SearchingByNumber value 1.
        compute WantedNumber = function numval(ReceiptSearchTerm)
    end-if

    call "GetCurrentOperator" using by reference OperatorSession

    display "    BarnCamp Attendee Management System v1.0   (c) copyleft 2017 HacktionLab    "
    display "RECEIPT REPRINT - " function trim(ReceiptSearchTerm)
    display " "
    display "Amount $" ReceiptAmountDisplay "   Method " ReceiptMethod
    display "Thank you - HacktionLab"
    add 1 to ReceiptsFound

    *> Every copy handed out is logged - a receipt reprinted again and
    *> again is a way of passing off one payment as several
    move spaces to ReprintLogEntry
    move function current-date(1:15) to ReprintTimestamp
    move ReceiptNumber to ReprintReceiptNumber
    move SessionOperatorCode to ReprintOperator
    open extend ReprintLogFile
        write ReprintLogEntry
    close ReprintLogFile
    .

end program ReprintReceipt.
