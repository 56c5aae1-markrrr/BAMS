    01 ReadsUnknown pic 999 value zero.
    01 ReadsDuplicate pic 999 value zero.

    01 InterfaceFileName pic x(24) value spaces.
    01 InterfaceAmountColumn pic 9 value 0.
    01 InterfaceAccepted pic 9 value zero.
        88 InterfaceIsAccepted value 1.

linkage section.
    01 ReadsFileName pic x(20) value "anpr-reads.csv".
    01 AttendeeFileName pic x(20) value "attendees.dat".
    display "ANPR GATE READ IMPORT - " function trim(ReadsFileName)
    display " "

    move ReadsFileName to InterfaceFileName
    call "ValidateInterfaceFile" using by content "ANPR    ",
        InterfaceFileName, InterfaceAmountColumn,
        by reference InterfaceAccepted
    if not InterfaceIsAccepted
        goback
    end-if
    display " "

    open input ReadsFile
        read ReadsFile
            at end set ReadsEof to true
    .

PostAnprRead section.
    if ReadLine(1:4) equal to "HDR," or ReadLine(1:4) equal to "TRL,"
        exit section
    end-if
    move spaces to ReadPlate, ReadTimestamp, MatchedAuthCode
    unstring ReadLine delimited by ","
        into ReadPlate, ReadTimestamp
