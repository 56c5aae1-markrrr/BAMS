01 InterfaceRegisterEntry.
    05 RegisterTimestamp    pic x(15).
    05 filler               pic x value space.
    05 RegisterInterface    pic x(8).
    05 filler               pic x value space.
    05 RegisterFileName     pic x(24).
    05 filler               pic x value space.
    05 RegisterSequence     pic x(10).
    05 filler               pic x value space.
    05 RegisterChecksum     pic x(16).
    05 filler               pic x value space.
    05 RegisterRowCount     pic 9(6).
    05 filler               pic x value space.
    05 RegisterControlCount pic 9(6).
    05 filler               pic x value space.
    05 RegisterAmountTotal  pic 9(7)v99.
    05 filler               pic x value space.
    05 RegisterControlTotal pic 9(7)v99.
    05 filler               pic x value space.
    05 RegisterResult       pic x(8).
        88 RegisterAccepted value "ACCEPTED".
        88 RegisterRejected value "REJECTED".
    05 filler               pic x value space.
    05 RegisterOperator     pic x(3).
    05 filler               pic x value space.
    05 RegisterReason       pic x(50).
