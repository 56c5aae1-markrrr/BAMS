    01 KitClash pic 9 value zero.
        88 KitIsDoubleBooked value 1.
    01 EnteredKitCode pic x(6) value spaces.
    01 LocationFlag pic 9 value zero.
        88 LocationIsKnown value 1.
    01 EnteredSessionID pic x(6) value spaces.

procedure division.
        to KitItemCode of KitItemRecord
    display "Description: " with no advancing
    accept KitItemDescription of KitItemRecord from console
    display "Home location code: " with no advancing
    accept KitHomeLocation of KitItemRecord from console
    call "ResolveSiteLocation" using
        by reference KitHomeLocation of KitItemRecord, LocationFlag
    if not LocationIsKnown
        display "Location is not on the location master - nothing saved"
        exit section
    end-if

    open i-o KitRegisterFile
        write KitItemRecord
