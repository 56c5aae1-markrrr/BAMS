identification division.
program-id. TakeWriteOffEntry is initial.

data division.
working-storage section.
    01 WriteOffLogFileName pic x(20) value "writeoff-log.dat".

    copy Attendee replacing Attendee by ==DebtorAttendee==.
    copy OperatorSession.

    01 EnteredAuthCode pic x(6) value spaces.
    01 EnteredReason pic x(30) value spaces.
    01 BalanceOwed pic s9(6)v99 value zero.
    01 BalanceDisplay pic -(5)9.99 value zero.
    01 ConfirmAnswer pic x value space.
        88 WriteOffConfirmed value "Y", "y".
    01 WriteOffAmountWanted pic 9(5)v99 value zero.
    01 WriteOffAmountPosted pic 9(5)v99 value zero.
    01 ApprovalNeeded pic 9 value zero.
        88 NeedsSecondApproval value 1.
    01 ApprovalTypeWanted pic x(8) value "WRITEOFF".
    01 NoSecondOperator pic x(3) value spaces.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    display function trim(AttendeeName of DebtorAttendee)
        " owes $" BalanceDisplay
    display "Reason for write-off: " with no advancing
    accept EnteredReason from console
    display "Write off $" BalanceDisplay " (Y/N)? " with no advancing
    accept ConfirmAnswer from console
    if not WriteOffConfirmed
    end-if

    call "GetCurrentOperator" using by reference OperatorSession
    move BalanceOwed to WriteOffAmountWanted
    call "CheckApprovalThreshold" using WriteOffAmountWanted,
        by reference ApprovalNeeded
    if NeedsSecondApproval
        call "RaiseApprovalRequest" using ApprovalTypeWanted,
            EnteredAuthCode, WriteOffAmountWanted, EnteredReason
        goback
    end-if

    call "PostWriteOff" using AttendeeFileName, EnteredAuthCode,
        WriteOffAmountWanted, EnteredReason, SessionOperatorCode,
        NoSecondOperator, by reference WriteOffAmountPosted
    if WriteOffAmountPosted > zero
        display "Written off - authorised by " SessionOperatorCode
            " and recorded in " function trim(WriteOffLogFileName)
    end-if
    goback
    .

