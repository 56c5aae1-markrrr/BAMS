    01 AmountDisplay pic z(5)9.99 value zero.
    01 AmountDueText pic z(4)9.99 value zero.

    01 InterfaceFileName pic x(24) value spaces.
    01 InterfaceAmountColumn pic 9 value 4.
    01 InterfaceAccepted pic 9 value zero.
        88 InterfaceIsAccepted value 1.

linkage section.
    01 PayoutFileName pic x(20) value "gateway-payout.csv".
    01 AttendeeFileName pic x(20) value "attendees.dat".
        function trim(PayoutFileName)
    display " "

    move PayoutFileName to InterfaceFileName
    call "ValidateInterfaceFile" using by content "GATEWAY ",
        InterfaceFileName, InterfaceAmountColumn,
        by reference InterfaceAccepted
    if not InterfaceIsAccepted
        goback
    end-if
    display " "

    open input PayoutFile
        read PayoutFile
            at end set PayoutEof to true
    .

PostPayoutRow section.
    if PayoutLine(1:4) equal to "HDR," or PayoutLine(1:4) equal to "TRL,"
        exit section
    end-if
    move spaces to PayoutReference, PayoutEmail, PayoutDate, PayoutAmountText
    unstring PayoutLine delimited by ","
        into PayoutReference, PayoutEmail, PayoutDate, PayoutAmountText
