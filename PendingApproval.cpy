01 PendingApproval.
    05 ApprovalID pic x(6).
    05 ApprovalType pic x(8).
        88 ApprovalIsRefund   value "REFUND  ".
        88 ApprovalIsWriteOff value "WRITEOFF".
        88 ApprovalIsVoucher  value "VOUCHER ".
        88 ApprovalIsCancellation value "CANCEL  ".
    05 ApprovalAuthCode pic x(6).
    05 ApprovalAmount pic 9(5)v99.
    05 ApprovalReason pic x(30).
    05 ApprovalRaisedBy pic x(3).
    05 ApprovalRaisedTimestamp pic x(15).
    05 ApprovalState pic x.
        88 ApprovalPending  value "P".
        88 ApprovalApproved value "A".
        88 ApprovalRejected value "R".
        88 ApprovalActioned value "D".
    05 ApprovalDecidedBy pic x(3).
    05 ApprovalDecidedTimestamp pic x(15).
    05 ApprovalActionedDate pic x(8).
    05 ApprovalResultRef pic x(6).
