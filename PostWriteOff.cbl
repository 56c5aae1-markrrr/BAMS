identification division.
program-id. PostWriteOff is initial.

environment division.
input-output section.
    file-control.
        select optional WriteOffLogFile assign to WriteOffLogFileName
            organization is line sequential
            file status is WriteOffLogStatus.

data division.
file section.
    fd WriteOffLogFile.
        copy WriteOffEntry.

working-storage section.
    01 WriteOffLogStatus pic x(2).
    01 WriteOffLogFileName pic x(20) value "writeoff-log.dat".

    copy Attendee replacing Attendee by ==DebtorAttendee==.

    01 BalanceOwed pic s9(6)v99 value zero.
    01 AmountWrittenOff pic 9(5)v99 value zero.
    01 BalanceDisplay pic -(5)9.99 value zero.
    01 LogFieldNameBuffer pic x(16) value spaces.
    01 LogOldValueBuffer pic x(30) value spaces.
    01 LogNewValueBuffer pic x(30) value spaces.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.

linkage section.
    01 AttendeeFileName pic x(20).
    01 WrittenOffAuthCode pic x(6).
    01 RequestedAmount pic 9(5)v99.
    01 RequestedReason pic x(30).
    01 RaisedByOperator pic x(3).
    01 ApprovedByOperator pic x(3).
    01 AmountPosted pic 9(5)v99.

procedure division using AttendeeFileName, WrittenOffAuthCode, RequestedAmount,
    RequestedReason, RaisedByOperator, ApprovedByOperator, AmountPosted.
    move zero to AmountPosted
    call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
    if not PostingIsAllowed
        display "No write-off posted"
        goback
    end-if
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content WrittenOffAuthCode,
        by reference DebtorAttendee
    if AttendeeName of DebtorAttendee equal to high-values
        display "No attendee found for " WrittenOffAuthCode
        goback
    end-if

    compute BalanceOwed = AmountToPay of DebtorAttendee
        - AmountPaid of DebtorAttendee
    if BalanceOwed <= zero
        display function trim(AttendeeName of DebtorAttendee)
            " owes nothing now - no write-off posted"
        goback
    end-if
    if RequestedAmount < BalanceOwed
        move RequestedAmount to AmountWrittenOff
    else
        move BalanceOwed to AmountWrittenOff
    end-if

    initialize WriteOffEntry
    move WrittenOffAuthCode to WriteOffAuthCode
    move function current-date(1:8) to WriteOffDate
    move AmountWrittenOff to WriteOffAmount
    move RequestedReason to WriteOffReason
    move RaisedByOperator to WriteOffAuthorisedBy
    move ApprovedByOperator to WriteOffApprovedBy
    open extend WriteOffLogFile
        write WriteOffEntry
    close WriteOffLogFile

    move AmountToPay of DebtorAttendee to BalanceDisplay
    move BalanceDisplay to LogOldValueBuffer
    subtract AmountWrittenOff from AmountToPay of DebtorAttendee
    if AmountPaid of DebtorAttendee >= AmountToPay of DebtorAttendee
        set AttendeePaid of DebtorAttendee to true
    end-if
    call "UpdateAttendee" using by content AttendeeFileName, DebtorAttendee

    move "AmountToPay" to LogFieldNameBuffer
    move AmountToPay of DebtorAttendee to BalanceDisplay
    move spaces to LogNewValueBuffer
    string BalanceDisplay " (written off)"
        delimited by size into LogNewValueBuffer
    call "LogAttendeeChange" using
        WrittenOffAuthCode, LogFieldNameBuffer,
        LogOldValueBuffer, LogNewValueBuffer
    move AmountWrittenOff to AmountPosted
    goback
    .

end program PostWriteOff.
