identification division.
program-id. CheckPeriodLock is initial.

environment division.
input-output section.
    file-control.
        select optional PeriodLockFile assign to PeriodLockFileName
            organization is line sequential
            file status is PeriodLockStatus.

data division.
file section.
    fd PeriodLockFile.
        copy PeriodLock.

working-storage section.
    01 PeriodLockStatus pic x(2).
        88 PeriodLockOk      values "00", "05".
        88 PeriodLockEof     value "10".
        88 PeriodLockMissing value "35".
    01 PeriodLockFileName pic x(20) value "period-lock.dat".
    01 DateBeingChecked pic x(8) value spaces.

linkage section.
    01 PostingDate pic x(8).
    01 PostingAllowed pic 9.
        88 PostingIsAllowed value 1.

procedure division using PostingDate, PostingAllowed.
    set PostingIsAllowed to true
    if PostingDate equal to spaces
        move function current-date(1:8) to DateBeingChecked
    else
        move PostingDate to DateBeingChecked
    end-if

    initialize PeriodLock
    open input PeriodLockFile
        read PeriodLockFile
            at end set PeriodLockEof to true
        end-read
    close PeriodLockFile

    if PeriodLockEof or PeriodLockMissing
        goback
    end-if

    if PeriodIsLocked and DateBeingChecked <= PeriodLockDate
        move 0 to PostingAllowed
        display "** PERIOD CLOSED - the books are locked up to "
            PeriodLockDate " so nothing dated " DateBeingChecked
            " can be posted **"
        display "   A treasurer or admin must reopen the period first"
            " (bams batch REOPEN)"
    end-if
    goback
    .

end program CheckPeriodLock.
