        88 SettleByVoucher value "V", "v".
    01 VoucherValueIssued pic 9(5)v99 value zero.
    01 VoucherFileName pic x(20) value "vouchers.dat".
    01 IssuedVoucherCode pic x(6) value spaces.
    01 ApprovalNeeded pic 9 value zero.
        88 NeedsSecondApproval value 1.
    01 ApprovalTypeWanted pic x(8) value "VOUCHER".
    01 ApprovalReasonText pic x(30) value "Cancellation rolled forward".
    01 TravelModeEntry pic x value space.
        88 TravelEntryIsValid values "C", "V", "M", "T", "B", "K".
    01 TravelKmEntry pic 9(4) value zero.
    01 EntryContactName pic x(30) value spaces.
    01 EntryContactPhone pic x(15) value spaces.
    01 EntryWelfareFlag pic x value space.
    01 ShownContactName pic x(30) value spaces.
    01 ShownContactPhone pic x(15) value spaces.
    01 ShownWelfareFlag pic x value space.
    01 ContactNameLength pic 999 value 30.
    01 ContactPhoneLength pic 999 value 15.
    01 WelfareFlagLength pic 999 value 1.
    01 SensitiveAccess pic 9 value zero.
        88 SensitiveIsVisible value 1.

linkage section.
    01 AttendeesFileName pic x(20) value "attendees.dat".
        03 line 13 column 43 using RefundDate.
        03 line 14 column 1 value "Kids:".
        03 pic 9 line 14 column 15 using NumberOfKids required.
        03 line 14 column 30 value "Travel(C/V/M/T/B/K):".
        03 line 14 column 51 using TravelModeEntry.
        03 line 14 column 55 value "Km each way:".
        03 pic 9(4) line 14 column 68 using TravelKmEntry.
        03 line 16 column 1 value "Pay amount:".
        03 pic 9(5).99 line 16 column 15 using AmountToPay required full.
        03 line 16 column 30 value "Paid so far:".
    move AmountPaid to EntryAmountPaid
    move RefundAmount to EntryRefundAmount
    move RefundDate to EntryRefundDate
    move EmergencyContactName to EntryContactName
    move EmergencyContactPhone to EntryContactPhone
    move WelfareFlag to EntryWelfareFlag
    call "CheckSensitiveAccess" using by reference SensitiveAccess
    call "ProtectAttendeeFields" using by content "D", by reference Attendee
    move EmergencyContactName to ShownContactName
    move EmergencyContactPhone to ShownContactPhone
    move WelfareFlag to ShownWelfareFlag
    if not AddAttendeeFlagOn
        call "GetAttendeeTravel" using AuthCode of Attendee,
            by reference TravelModeEntry, TravelKmEntry
    end-if

    call "LoadEventCalendar" using by reference EventCalendarTable, NumberOfEventDays
    call "LoadEventParameters" using
        evaluate true
            when OperationIsSave
                perform ValidateContactInfo
                perform ValidateTravel
                perform GuardMoneyFields
                if ValidationMessage equal to spaces
                    perform CheckStayAgainstNightCaps
                end-if
                if ValidationMessage equal to spaces
                    perform GuardSensitiveFields
                    evaluate true
                        when AddAttendeeFlagOn call "AddAttendee" using by content AttendeesFileName, by reference Attendee
                        when not AddAttendeeFlagOn call "UpdateAttendee" using by content AttendeesFileName, Attendee
                    end-evaluate
                    if TravelModeEntry not equal to space
                        call "RecordAttendeeTravel" using AuthCode of Attendee,
                            TravelModeEntry, TravelKmEntry
                    end-if
                    if PendingPaymentAmount > zero
                        call "RecordPayment" using
                            AuthCode of Attendee, PendingPaymentAmount,
                end-evaluate
        end-evaluate
    end-perform
    if not TimeToExit
        move EntryContactName to EmergencyContactName
        move EntryContactPhone to EmergencyContactPhone
        move EntryWelfareFlag to WelfareFlag
    end-if
    goback
.

    end-if
    .

GuardSensitiveFields section.
    *> Only the welfare roles saw these in clear - anyone else may enter a
    *> new value but an untouched masked one goes back as it was stored
    if SensitiveIsVisible
        call "ProtectAttendeeFields" using by content "E",
            by reference Attendee
        exit section
    end-if
    if EmergencyContactName equal to ShownContactName
        move EntryContactName to EmergencyContactName
    else
        call "ProtectSensitiveText" using by content "E", AuthCode,
            by reference EmergencyContactName, ContactNameLength
    end-if
    if EmergencyContactPhone equal to ShownContactPhone
        move EntryContactPhone to EmergencyContactPhone
    else
        call "ProtectSensitiveText" using by content "E", AuthCode,
            by reference EmergencyContactPhone, ContactPhoneLength
    end-if
    if WelfareFlag equal to ShownWelfareFlag
        move EntryWelfareFlag to WelfareFlag
    else
        call "ProtectSensitiveText" using by content "E", AuthCode,
            by reference WelfareFlag, WelfareFlagLength
    end-if
    .

ValidateContactInfo section.
    move spaces to ValidationMessage
    if Email of Attendee not equal to spaces
    end-if
    .

ValidateTravel section.
    move function upper-case(TravelModeEntry) to TravelModeEntry
    if ValidationMessage equal to spaces
        and TravelModeEntry not equal to space
        and not TravelEntryIsValid
        move "Travel mode is C, V, M, T, B or K (K=cycle/foot)"
            to ValidationMessage
    end-if
    .

TakeCancellationSettlement section.
    display "Settle the cancellation - refund (R) or roll to next year"
        " as a credit voucher (V)? " with no advancing
    accept SettlementAnswer from console
    if SettleByVoucher
        move AmountPaid to VoucherValueIssued
        call "CheckApprovalThreshold" using VoucherValueIssued,
            by reference ApprovalNeeded
        if NeedsSecondApproval
            call "RaiseApprovalRequest" using ApprovalTypeWanted,
                AuthCode of Attendee, VoucherValueIssued, ApprovalReasonText
        else
            call "IssueCreditVoucher" using by content VoucherFileName,
                by content AuthCode of Attendee,
                by reference VoucherValueIssued,
                by reference IssuedVoucherCode
            *> A closed period queues the voucher for the approvals screen
            *> to issue once the books are reopened
            if IssuedVoucherCode equal to spaces
                call "RaiseApprovalRequest" using ApprovalTypeWanted,
                    AuthCode of Attendee, VoucherValueIssued,
                    ApprovalReasonText
            end-if
        end-if
        move zero to RefundAmount
    else
        move AmountPaid to RefundAmount
