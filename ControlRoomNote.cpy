01 ControlRoomNote.
    05 NoteTimestamp pic x(15).
    05 filler pic x value space.
    05 NoteKind pic x.
        88 NoteIsHandover value "H".
        88 NoteIsMessage  value "M".
    05 filler pic x value space.
    05 NoteFromOperator pic x(3).
    05 filler pic x value space.
    *> A role, an operator code, or spaces for everyone on the site
    05 NoteAddressee pic x(10).
    05 filler pic x value space.
    05 NoteText pic x(100).
