    01 SpaceClash pic 9 value zero.
        88 SpaceIsDoubleBooked value 1.
    01 ClashingTitle pic x(30) value spaces.
    01 LocationFlag pic 9 value zero.
        88 LocationIsKnown value 1.

linkage section.
    01 WorkshopFileName pic x(20) value "workshops.dat".
        move createAuthCode to SessionID of ThisSession
    end-if

    call "ResolveSiteLocation" using
        by reference SessionSpace of ThisSession, LocationFlag
    if not LocationIsKnown
        display "REFUSED - " function trim(SessionSpace of ThisSession)
            " is not on the location master"
        goback
    end-if

    perform CheckSpaceNotDoubleBooked
    if SpaceIsDoubleBooked
        display "REFUSED - " function trim(SessionSpace of ThisSession)
