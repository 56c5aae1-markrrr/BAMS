01 MoneyLogList.
    05 filler pic x(8)  value "PAYMENT".
    05 filler pic x(24) value "payment-log.dat".
    05 filler pic 999   value 74.
    05 filler pic x(8)  value "TAB".
    05 filler pic x(24) value "tab-log.dat".
    05 filler pic 999   value 38.
    05 filler pic x(8)  value "TILL".
    05 filler pic x(24) value "till-float.log".
    05 filler pic 999   value 45.
    05 filler pic x(8)  value "CASHUP".
    05 filler pic x(24) value "cashup-log.dat".
    05 filler pic 999   value 80.
    05 filler pic x(8)  value "RECEIPT".
    05 filler pic x(24) value "receipt-log.dat".
    05 filler pic 999   value 39.
    05 filler pic x(8)  value "DONATION".
    05 filler pic x(24) value "donation-log.dat".
    05 filler pic 999   value 34.
01 MoneyLogs redefines MoneyLogList.
    05 MoneyLogEntry occurs 6 times indexed by MoneyLogIdx.
        10 MoneyLogCode          pic x(8).
        10 MoneyLogFileName      pic x(24).
        10 MoneyLogContentLength pic 999.
