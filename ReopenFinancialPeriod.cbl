identification division.
program-id. ReopenFinancialPeriod is initial.

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
    01 NewLockDate pic x(8) value spaces.
    01 ReopenReason pic x(40) value spaces.
    01 ConfirmAnswer pic x value space.
        88 ReopenConfirmed value "Y", "y".
    copy OperatorSession.

procedure division.
    initialize PeriodLock
    open input PeriodLockFile
        read PeriodLockFile
            at end set PeriodLockEof to true
        end-read
    close PeriodLockFile
    if PeriodLockEof or PeriodLockMissing or not PeriodIsLocked
        display "The books are not locked - nothing to reopen"
        goback
    end-if
    move PeriodLockDate to PreviousLockDate

    display "REOPEN A CLOSED FINANCIAL PERIOD"
    display "Books are locked up to " PreviousLockDate
        " (set by " PeriodLockSetBy " at " PeriodLockTimestamp ")"
    display "New lock date YYYYMMDD (blank to unlock completely): "
        with no advancing
    accept NewLockDate from console
    if NewLockDate not equal to spaces
        and NewLockDate >= PreviousLockDate
        display "A reopen must move the lock date earlier - nothing changed"
        goback
    end-if
    display "Reason for reopening: " with no advancing
    accept ReopenReason from console
    if ReopenReason equal to spaces
        display "A reason is required - nothing changed"
        goback
    end-if
    display "Reopen the books (Y/N)? " with no advancing
    accept ConfirmAnswer from console
    if not ReopenConfirmed
        display "Nothing changed"
        goback
    end-if

    call "GetCurrentOperator" using by reference OperatorSession
    initialize PeriodLock
    if NewLockDate equal to spaces
        set PeriodIsOpen to true
    else
        move NewLockDate to PeriodLockDate
        set PeriodIsLocked to true
    end-if
    move SessionOperatorCode to PeriodLockSetBy
    move function current-date(1:15) to PeriodLockTimestamp
    open output PeriodLockFile
        write PeriodLock
    close PeriodLockFile

    initialize PeriodLockHistoryEntry
    move PeriodLockTimestamp to LockHistoryTimestamp
    set LockHistoryIsReopen to true
    move PreviousLockDate to LockHistoryOldDate
    move NewLockDate to LockHistoryNewDate
    move SessionOperatorCode to LockHistoryOperator
    move ReopenReason to LockHistoryReason
    open extend LockHistoryFile
        write PeriodLockHistoryEntry
    close LockHistoryFile

    if NewLockDate equal to spaces
        display "Books reopened - no lock in force"
    else
        display "Books reopened back to " NewLockDate
    end-if
    display "Recorded in " function trim(LockHistoryFileName)
        " against operator " SessionOperatorCode
    goback
    .

end program ReopenFinancialPeriod.
