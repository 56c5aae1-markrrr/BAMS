identification division.
program-id. LockFinancialPeriod is initial.

environment division.
input-output section.
    file-control.
        select optional PeriodLockFile assign to PeriodLockFileName
            organization is line sequential
            file status is PeriodLockStatus.

        select optional LockHistoryFile assign to LockHistoryFileName
            organization is line sequential
            file status is LockHistoryStatus.

data division.
file section.
    fd PeriodLockFile.
        copy PeriodLock.

    fd LockHistoryFile.
        copy PeriodLockHistoryEntry.

working-storage section.
    01 PeriodLockStatus pic x(2).
        88 PeriodLockOk      values "00", "05".
        88 PeriodLockEof     value "10".
        88 PeriodLockMissing value "35".
    01 LockHistoryStatus pic x(2).
    01 PeriodLockFileName pic x(20) value "period-lock.dat".
    01 LockHistoryFileName pic x(24) value "period-lock-history.log".
    01 PreviousLockDate pic x(8) value spaces.
    copy OperatorSession.

linkage section.
    01 RequestedLockDate pic x(8).
    01 AppliedLockDate pic x(8).

procedure division using RequestedLockDate, AppliedLockDate.
    move spaces to PreviousLockDate
    initialize PeriodLock
    open input PeriodLockFile
        read PeriodLockFile
            at end set PeriodLockEof to true
        end-read
    close PeriodLockFile
    if not PeriodLockEof and not PeriodLockMissing and PeriodIsLocked
        move PeriodLockDate to PreviousLockDate
    end-if

    *> A lock never moves backwards - a later lock already in force stands
    if PreviousLockDate not equal to spaces
        and PreviousLockDate > RequestedLockDate
        move PreviousLockDate to AppliedLockDate
        display "Books already locked up to " PreviousLockDate
            " - lock left unchanged"
        goback
    end-if

    call "GetCurrentOperator" using by reference OperatorSession
    move RequestedLockDate to AppliedLockDate
    initialize PeriodLock
    move RequestedLockDate to PeriodLockDate
    set PeriodIsLocked to true
    move SessionOperatorCode to PeriodLockSetBy
    move function current-date(1:15) to PeriodLockTimestamp
    open output PeriodLockFile
        write PeriodLock
    close PeriodLockFile

    initialize PeriodLockHistoryEntry
    move PeriodLockTimestamp to LockHistoryTimestamp
    set LockHistoryIsLock to true
    move PreviousLockDate to LockHistoryOldDate
    move RequestedLockDate to LockHistoryNewDate
    move SessionOperatorCode to LockHistoryOperator
    move "Event close pack run" to LockHistoryReason
    open extend LockHistoryFile
        write PeriodLockHistoryEntry
    close LockHistoryFile

    display "Books locked - nothing dated on or before "
        RequestedLockDate " can now be posted"
    goback
    .

end program LockFinancialPeriod.
