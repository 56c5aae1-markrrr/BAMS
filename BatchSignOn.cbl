identification division.
program-id. BatchSignOn is initial.

environment division.
input-output section.
    file-control.
        select optional OperatorSessionFile assign to OperatorSessionFileName
            organization is line sequential
            file status is OperatorSessionStatus.

        select optional SignOnLogFile assign to SignOnLogFileName
            organization is line sequential
            file status is SignOnLogStatus.

data division.
file section.
    fd OperatorSessionFile.
        copy OperatorSession replacing OperatorSession by
            ==OperatorSessionRecord==.

    fd SignOnLogFile.
        01 SignOnLogEntry.
            05 SignOnTimestamp pic x(15).
            05 filler pic x value space.
            05 SignOnOperator pic x(3).

working-storage section.
    01 OperatorSessionStatus pic x(2).
    01 OperatorSessionFileName pic x(24) value "operator-session.dat".

    01 SignOnLogStatus pic x(2).
    01 SignOnLogFileName pic x(20) value "operator-signon.log".

procedure division.
    *> Unattended runs sign on as the batch operator so nothing they do is
    *> stamped with whoever last used the terminal - the batch role sees
    *> welfare, contact and access details masked and is never prompted
    initialize OperatorSessionRecord
    move "BAT" to SessionOperatorCode of OperatorSessionRecord
    move "UNATTENDED BATCH" to SessionOperatorName of OperatorSessionRecord
    set SessionRoleIsBatch of OperatorSessionRecord to true
    open output OperatorSessionFile
        write OperatorSessionRecord
    close OperatorSessionFile

    move spaces to SignOnLogEntry
    move function current-date(1:15) to SignOnTimestamp
    move "BAT" to SignOnOperator
    open extend SignOnLogFile
        write SignOnLogEntry
    close SignOnLogFile
    goback
    .

end program BatchSignOn.
