identification division.
program-id. ShowHandoverNotes is initial.

environment division.
input-output section.
    file-control.
        select optional ControlRoomLogFile assign to ControlRoomLogFileName
            organization is line sequential
            file status is ControlRoomLogStatus.

        select optional HandoverReadLogFile assign to HandoverReadLogFileName
            organization is line sequential
            file status is HandoverReadLogStatus.

data division.
file section.
    fd ControlRoomLogFile.
        copy ControlRoomNote.

    fd HandoverReadLogFile.
        01 HandoverReadEntry.
            05 HandoverReadTimestamp pic x(15).
            05 filler pic x value space.
            05 HandoverReadOperator pic x(3).

working-storage section.
    01 ControlRoomLogStatus pic x(2).
        88 ControlRoomLogEof value "10".
    01 ControlRoomLogFileName pic x(24) value "control-room.log".
    01 HandoverReadLogStatus pic x(2).
        88 HandoverReadLogEof value "10".
    01 HandoverReadLogFileName pic x(24) value "handover-read.log".

    01 NowStamp pic x(15) value spaces.
    01 ShowAfterStamp pic x(15) value spaces.
    01 YesterdayDate pic 9(8) value zero.
    01 NotesShown pic 9(4) value zero.
    01 LastGroupStamp pic x(15) value spaces.
    01 LastGroupFrom pic x(3) value spaces.
    01 LastGroupAddressee pic x(10) value spaces.
    01 NoteWanted pic 9 value zero.
        88 NoteIsWanted value 1.
    01 KindText pic x(8) value spaces.
    01 AddresseeText pic x(10) value spaces.

linkage section.
    copy OperatorSession.
    01 BoardMode pic x.
        88 ShowUnreadOnly  value "U".
        88 ShowWholeBoard  value "A".

procedure division using OperatorSession, BoardMode.
    *> Unread means posted since this operator last saw the board; someone
    *> who has never signed on before is shown the last day's notes
    move function current-date(1:15) to NowStamp
    compute YesterdayDate = function date-of-integer(
        function integer-of-date(function numval(NowStamp(1:8))) - 1)
    move NowStamp to ShowAfterStamp
    move YesterdayDate to ShowAfterStamp(1:8)
    if ShowUnreadOnly
        perform FindLastRead
    end-if

    open input ControlRoomLogFile
        read ControlRoomLogFile
            at end set ControlRoomLogEof to true
        end-read
        perform until ControlRoomLogEof
            perform CheckNoteWanted
            if NoteIsWanted
                perform ShowNote
            end-if
            read ControlRoomLogFile
                at end set ControlRoomLogEof to true
            end-read
        end-perform
    close ControlRoomLogFile

    if NotesShown > zero
        display "------------------------------------------------------------"
    else
        if ShowWholeBoard
            display "Nothing on the control-room board in the last 24 hours"
        end-if
    end-if

    if ShowUnreadOnly and NotesShown > zero
        move spaces to HandoverReadEntry
        move NowStamp to HandoverReadTimestamp
        move SessionOperatorCode to HandoverReadOperator
        open extend HandoverReadLogFile
            write HandoverReadEntry
        close HandoverReadLogFile
    end-if
    goback
    .

FindLastRead section.
    open input HandoverReadLogFile
        read HandoverReadLogFile
            at end set HandoverReadLogEof to true
        end-read
        perform until HandoverReadLogEof
            if HandoverReadOperator equal to SessionOperatorCode
                and HandoverReadTimestamp > ShowAfterStamp
                move HandoverReadTimestamp to ShowAfterStamp
            end-if
            read HandoverReadLogFile
                at end set HandoverReadLogEof to true
            end-read
        end-perform
    close HandoverReadLogFile
    .

CheckNoteWanted section.
    move zero to NoteWanted
    if NoteTimestamp not > ShowAfterStamp
        exit section
    end-if
    if ShowWholeBoard
        set NoteIsWanted to true
        exit section
    end-if
    *> An operator's own notes are not news to them
    if NoteFromOperator equal to SessionOperatorCode
        exit section
    end-if
    if NoteAddressee equal to spaces
        or NoteAddressee equal to SessionOperatorRole
        or NoteAddressee equal to SessionOperatorCode
        set NoteIsWanted to true
    end-if
    .

ShowNote section.
    if NotesShown equal to zero
        display " "
        if ShowUnreadOnly
            display "== UNREAD HANDOVER NOTES AND MESSAGES =="
        else
            display "== CONTROL-ROOM BOARD - LAST 24 HOURS =="
        end-if
    end-if
    add 1 to NotesShown

    if NoteTimestamp not equal to LastGroupStamp
        or NoteFromOperator not equal to LastGroupFrom
        or NoteAddressee not equal to LastGroupAddressee
        move NoteTimestamp to LastGroupStamp
        move NoteFromOperator to LastGroupFrom
        move NoteAddressee to LastGroupAddressee
        if NoteIsHandover
            move "Handover" to KindText
        else
            move "Message" to KindText
        end-if
        if NoteAddressee equal to spaces
            move "everyone" to AddresseeText
        else
            move NoteAddressee to AddresseeText
        end-if
        display "------------------------------------------------------------"
        display function trim(KindText) " from " NoteFromOperator " for "
            function trim(AddresseeText) " - " NoteTimestamp(7:2) "/"
            NoteTimestamp(5:2) " " NoteTimestamp(9:2) ":" NoteTimestamp(11:2)
    end-if
    display "  " function trim(NoteText trailing)
    .

end program ShowHandoverNotes.
