    01 RowsApplied pic 999 value zero.
    01 RowsUnmatched pic 999 value zero.

    01 InterfaceFileName pic x(24) value spaces.
    01 InterfaceAmountColumn pic 9 value 0.
    01 InterfaceAccepted pic 9 value zero.
        88 InterfaceIsAccepted value 1.

linkage section.
    01 UnsubscribesFileName pic x(20) value "unsubscribes.csv".
    01 AttendeeFileName pic x(20) value "attendees.dat".
    display "UNSUBSCRIBE IMPORT - " function trim(UnsubscribesFileName)
    display " "

    move UnsubscribesFileName to InterfaceFileName
    call "ValidateInterfaceFile" using by content "UNSUB   ",
        InterfaceFileName, InterfaceAmountColumn,
        by reference InterfaceAccepted
    if not InterfaceIsAccepted
        goback
    end-if
    display " "

    open input UnsubscribesFile
        read UnsubscribesFile
            at end set UnsubscribesEof to true
    .

ApplyUnsubscribeRow section.
    if UnsubscribeLine(1:4) equal to "HDR," or UnsubscribeLine(1:4) equal to "TRL,"
        exit section
    end-if
    move spaces to UnsubEmail, UnsubScope, MatchedAuthCode
    unstring UnsubscribeLine delimited by ","
        into UnsubEmail, UnsubScope
