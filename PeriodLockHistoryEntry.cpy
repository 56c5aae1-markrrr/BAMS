01 PeriodLockHistoryEntry.
    05 LockHistoryTimestamp pic x(15).
    05 filler pic x value space.
    05 LockHistoryAction pic x(6).
        88 LockHistoryIsLock   value "LOCK  ".
        88 LockHistoryIsReopen value "REOPEN".
    05 filler pic x value space.
    05 LockHistoryOldDate pic x(8).
    05 filler pic x value space.
    05 LockHistoryNewDate pic x(8).
    05 filler pic x value space.
    05 LockHistoryOperator pic x(3).
    05 filler pic x value space.
    05 LockHistoryReason pic x(40).
