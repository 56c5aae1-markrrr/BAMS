01 SmsReplyEntry.
    05 SmsReplyReceived pic x(14).
    05 filler           pic x value space.
    05 SmsReplyPhone    pic x(15).
    05 filler           pic x value space.
    05 SmsReplyAuthCode pic x(6).
    05 filler           pic x value space.
    05 SmsReplyAction   pic x.
        88 SmsReplyConfirmed     value "Y".
        88 SmsReplyCancelRaised  value "X".
        88 SmsReplyLateUpdated   value "L".
        88 SmsReplyEnquiryLogged value "E".
        88 SmsReplyNotActioned   value "U".
    05 filler           pic x value space.
    05 SmsReplyOutcome  pic x(50).
    05 filler           pic x value space.
    05 SmsReplyText     pic x(160).
