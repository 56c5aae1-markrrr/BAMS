identification division.
program-id. AskReadReason is initial.

data division.
working-storage section.
    01 ReasonEntry pic x value space.
        88 ReasonEntryIsValid values "W", "C", "M", "E".

linkage section.
    01 ReadReason pic x.

procedure division using ReadReason.
    move space to ReasonEntry
    perform until ReasonEntryIsValid
        display "Reason for viewing - W welfare check, C case follow-up,"
            " M medical care, E emergency contact: " with no advancing
        accept ReasonEntry from console
        move function upper-case(ReasonEntry) to ReasonEntry
        if not ReasonEntryIsValid
            display "A reason is needed before the record is shown"
        end-if
    end-perform
    move ReasonEntry to ReadReason
    goback
    .

end program AskReadReason.
