01 PeriodLock.
    05 PeriodLockDate pic x(8).
    05 filler pic x value space.
    05 PeriodLockState pic x.
        88 PeriodIsLocked value "L".
        88 PeriodIsOpen   values "O", " ".
    05 filler pic x value space.
    05 PeriodLockSetBy pic x(3).
    05 filler pic x value space.
    05 PeriodLockTimestamp pic x(15).
