01 MissingPersonLogEntry.
    05 MissingLogAlertID   pic x(6).
    05 filler              pic x value space.
    05 MissingLogTimestamp pic x(15).
    05 filler              pic x value space.
    05 MissingLogOperator  pic x(3).
    05 filler              pic x value space.
    05 MissingLogType      pic x.
        88 MissingLogRaised     value "R".
        88 MissingLogSighting   value "S".
        88 MissingLogAction     value "A".
        88 MissingLogGateHold   value "G".
        88 MissingLogStoodDown  value "D".
    05 filler              pic x value space.
    05 MissingLogText      pic x(80).
