identification division.
program-id. RaiseApprovalRequest is initial.

environment division.
configuration section.
    repository.
        function createAuthCode.

input-output section.
    file-control.
        select optional ApprovalsFile assign to ApprovalFileName
            organization is indexed
            access mode is dynamic
            record key is ApprovalID
            file status is ApprovalStatus.

data division.
file section.
    fd ApprovalsFile.
        copy PendingApproval replacing PendingApproval by
            ==ApprovalRecord.
            88 EndOfApprovalsFile value high-values==.

working-storage section.
    01 ApprovalStatus pic x(2).
        88 Successful    value "00".
        88 RecordExists  value "22".
    01 ApprovalFileName pic x(24) value "pending-approvals.dat".
    01 AmountDisplay pic z(4)9.99 value zero.
    copy OperatorSession.

linkage section.
    01 RequestedType pic x(8).
    01 RequestedAuthCode pic x(6).
    01 RequestedAmount pic 9(5)v99.
    01 RequestedReason pic x(30).

procedure division using RequestedType, RequestedAuthCode, RequestedAmount,
    RequestedReason.
    call "GetCurrentOperator" using by reference OperatorSession
    initialize ApprovalRecord
    move createAuthCode to ApprovalID of ApprovalRecord
    move RequestedType to ApprovalType of ApprovalRecord
    move RequestedAuthCode to ApprovalAuthCode of ApprovalRecord
    move RequestedAmount to ApprovalAmount of ApprovalRecord
    move RequestedReason to ApprovalReason of ApprovalRecord
    move SessionOperatorCode to ApprovalRaisedBy of ApprovalRecord
    move function current-date(1:15)
        to ApprovalRaisedTimestamp of ApprovalRecord
    set ApprovalPending of ApprovalRecord to true

    open i-o ApprovalsFile
        write ApprovalRecord
            invalid key
                display "Error - status is " ApprovalStatus
            not invalid key
                move RequestedAmount to AmountDisplay
                display "Over the approval limit - "
                    function trim(RequestedType) " of $" AmountDisplay
                    " for " RequestedAuthCode " queued as "
                    ApprovalID of ApprovalRecord
                display "A second TREASURER must approve it before it"
                    " takes effect"
        end-write
    close ApprovalsFile
    goback
    .

end program RaiseApprovalRequest.
