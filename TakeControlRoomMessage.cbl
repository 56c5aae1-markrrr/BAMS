identification division.
program-id. TakeControlRoomMessage is initial.

environment division.
input-output section.
    file-control.
        select optional ControlRoomLogFile assign to ControlRoomLogFileName
            organization is line sequential
            file status is ControlRoomLogStatus.

data division.
file section.
    fd ControlRoomLogFile.
        copy ControlRoomNote.

working-storage section.
    01 ControlRoomLogStatus pic x(2).
    01 ControlRoomLogFileName pic x(24) value "control-room.log".

    copy OperatorSession.
    01 PostedAt pic x(15) value spaces.
    01 PostedAddressee pic x(10) value spaces.
    01 EnteredLine pic x(100) value spaces.
    01 LinesPosted pic 99 value zero.
    01 FinishedEntry pic 9 value zero.
        88 EntryFinished value 1.

linkage section.
    01 NoteKindWanted pic x.
        88 TakingHandoverNotes value "H".
        88 TakingMessage       value "M".

procedure division using NoteKindWanted.
    *> Everything posted is kept on the board - notes are never edited,
    *> a correction is simply a further note
    call "GetCurrentOperator" using by reference OperatorSession
    move function current-date(1:15) to PostedAt

    if TakingHandoverNotes
        move SessionOperatorRole to PostedAddressee
        display " "
        display "Handover notes for the next "
            function trim(SessionOperatorRole) " operator on"
    else
        display "Message for (role, operator code, or blank for everyone): "
            with no advancing
        accept PostedAddressee from console
        move function upper-case(PostedAddressee) to PostedAddressee
        if PostedAddressee equal to "ALL" or "EVERYONE"
            move spaces to PostedAddressee
        end-if
    end-if
    display "Type the text, one line at a time - a blank line finishes"

    open extend ControlRoomLogFile
        perform until EntryFinished or LinesPosted = 20
            move spaces to EnteredLine
            display "> " with no advancing
            accept EnteredLine from console
            if EnteredLine equal to spaces
                set EntryFinished to true
            else
                move spaces to ControlRoomNote
                move PostedAt to NoteTimestamp
                move NoteKindWanted to NoteKind
                move SessionOperatorCode to NoteFromOperator
                move PostedAddressee to NoteAddressee
                move EnteredLine to NoteText
                write ControlRoomNote
                add 1 to LinesPosted
            end-if
        end-perform
    close ControlRoomLogFile

    if LinesPosted equal to zero
        display "Nothing posted"
    else
        if PostedAddressee equal to spaces
            display LinesPosted " line(s) posted for everyone"
        else
            display LinesPosted " line(s) posted for "
                function trim(PostedAddressee)
        end-if
    end-if
    goback
    .

end program TakeControlRoomMessage.
