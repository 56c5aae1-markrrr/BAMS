        88 RecordExists  value "22".
    01 ExpiryDateNumber pic 9(8) value zero.
    01 ValueDisplay pic z(4)9.99 value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.

linkage section.
    01 VoucherFileName pic x(20) value "vouchers.dat".
    01 VoucherForAuthCode pic x(6).
    01 VoucherForValue pic 9(5)v99.
    01 IssuedVoucherCode pic x(6).

procedure division using VoucherFileName, VoucherForAuthCode, VoucherForValue,
    IssuedVoucherCode.
    move spaces to IssuedVoucherCode
    call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
    if not PostingIsAllowed
        display "No credit voucher issued"
        goback
    end-if
    initialize VoucherRecord
    move createAuthCode to VoucherCode of VoucherRecord
    move VoucherForAuthCode to VoucherAuthCode of VoucherRecord
            invalid key
                display "Error - status is " VoucherStatus
            not invalid key
                move VoucherCode of VoucherRecord to IssuedVoucherCode
                move VoucherValue of VoucherRecord to ValueDisplay
                display "Issued credit voucher "
                    VoucherCode of VoucherRecord
