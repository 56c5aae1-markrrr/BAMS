            organization is line sequential
            file status is OperatorSessionStatus.

        select optional SignOnLogFile assign to SignOnLogFileName
            organization is line sequential
            file status is SignOnLogStatus.

        select optional AccessDeniedLogFile assign to AccessDeniedLogFileName
            organization is line sequential
            file status is AccessDeniedLogStatus.
        copy OperatorSession replacing OperatorSession by
            ==OperatorSessionRecord==.

    fd SignOnLogFile.
        01 SignOnLogEntry.
            05 SignOnTimestamp pic x(15).
            05 filler pic x value space.
            05 SignOnOperator pic x(3).

    fd AccessDeniedLogFile.
        01 AccessDeniedLogEntry.
            05 DeniedTimestamp pic x(15).
    01 OperatorsFileName pic x(20) value "operators.dat".
    01 OperatorSessionFileName pic x(24) value "operator-session.dat".

    01 SignOnLogStatus pic x(2).
    01 SignOnLogFileName pic x(20) value "operator-signon.log".

    01 AccessDeniedLogStatus pic x(2).
    01 AccessDeniedLogFileName pic x(20) value "access-denied.log".

    01 PinVerified pic 9 value zero.
        88 PinIsVerified value 1.

    copy OperatorSession replacing OperatorSession by ==SignedOnOperator==.

procedure division.
    perform CountOperatorsOnFile

            perform ValidateOperator
        end-if
    end-perform

    *> Whatever the last shift left for this operator is read before
    *> anything else is done
    call "ShowHandoverNotes" using SignedOnOperator, by content "U"
    goback
    .

    .

WriteSession section.
    move OperatorSessionRecord to SignedOnOperator
    open output OperatorSessionFile
        write OperatorSessionRecord
    close OperatorSessionFile

    *> Kept so money taken can be checked against who was signed on
    move spaces to SignOnLogEntry
    move function current-date(1:15) to SignOnTimestamp
    move SessionOperatorCode of SignedOnOperator to SignOnOperator
    open extend SignOnLogFile
        write SignOnLogEntry
    close SignOnLogFile
    .

end program OperatorSignOn.
