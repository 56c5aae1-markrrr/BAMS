    01 RowsApplied pic 999 value zero.
    01 RowsUnmatched pic 999 value zero.

    01 InterfaceFileName pic x(24) value spaces.
    01 InterfaceAmountColumn pic 9 value 0.
    01 InterfaceAccepted pic 9 value zero.
        88 InterfaceIsAccepted value 1.

linkage section.
    01 ResultsFileName pic x(20) value "waiver-results.csv".
    01 AttendeeFileName pic x(20) value "attendees.dat".
    display "E-SIGNED WAIVER IMPORT - " function trim(ResultsFileName)
    display " "

    move ResultsFileName to InterfaceFileName
    call "ValidateInterfaceFile" using by content "WAIVER  ",
        InterfaceFileName, InterfaceAmountColumn,
        by reference InterfaceAccepted
    if not InterfaceIsAccepted
        goback
    end-if
    display " "

    open input ResultsFile
        read ResultsFile
            at end set ResultsEof to true
    .

ApplyWaiverRow section.
    if ResultLine(1:4) equal to "HDR," or ResultLine(1:4) equal to "TRL,"
        exit section
    end-if
    move spaces to ResultKey, ResultVersion, MatchedAuthCode
    unstring ResultLine delimited by ","
        into ResultKey, ResultVersion
