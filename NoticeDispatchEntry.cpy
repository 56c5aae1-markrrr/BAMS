        88 DispatchSent       value "S".
        88 DispatchFailed     value "F".
        88 DispatchSuppressed value "P".
        88 DispatchPosted     value "L".
    05 filler pic x value space.
    05 DispatchAttempts pic 99.
    05 filler pic x value space.
    05 DispatchedAt pic x(15).
    05 filler pic x value space.
    05 DispatchTemplateRef pic x(11).
