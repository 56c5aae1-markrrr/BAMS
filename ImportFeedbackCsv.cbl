    01 RowsImported pic 999 value zero.
    01 RowsSkipped pic 999 value zero.

    01 InterfaceFileName pic x(24) value spaces.
    01 InterfaceAmountColumn pic 9 value 0.
    01 InterfaceAccepted pic 9 value zero.
        88 InterfaceIsAccepted value 1.

linkage section.
    01 CsvFileName pic x(20) value "feedback.csv".
    01 FeedbackFileName pic x(20) value "feedback.dat".

procedure division using CsvFileName, FeedbackFileName.
    move CsvFileName to InterfaceFileName
    call "ValidateInterfaceFile" using by content "FEEDBACK",
        InterfaceFileName, InterfaceAmountColumn,
        by reference InterfaceAccepted
    if not InterfaceIsAccepted
        goback
    end-if
    display " "

    open input CsvFile
        read CsvFile
            at end set CsvEof to true
    .

ImportFeedbackRow section.
    if CsvLine(1:4) equal to "HDR," or CsvLine(1:4) equal to "TRL,"
        exit section
    end-if
    move spaces to CsvAuthCode, CsvCatering, CsvWorkshops, CsvSite, CsvFreeText
    unstring CsvLine delimited by ","
        into CsvAuthCode, CsvCatering, CsvWorkshops, CsvSite, CsvFreeText
