        88 PaymentTakenByBankTransfer value "B".
    05 filler           pic x value space.
    05 PaymentTakenBy   pic x(20).
    05 filler           pic x value space.
    05 PaymentEntryType pic x.
        88 PaymentIsOriginal   values " ", "P".
        88 PaymentIsReversal   value "R".
        88 PaymentIsCorrection value "C".
    05 filler           pic x value space.
    05 PaymentReversesTimestamp pic x(15).
    05 filler           pic x value space.
    05 PaymentReasonCode pic x(2).
        88 ReasonWrongAmount   value "WA".
        88 ReasonWrongAuthCode value "WC".
        88 ReasonWrongMethod   value "WM".
        88 ReasonDuplicate     value "DU".
        88 ReasonOther         value "OT".
        88 ReasonChargeback    value "CB".
        88 ReasonCodeIsValid   values "WA", "WC", "WM", "DU", "OT".
    05 filler           pic x value space.
    05 PaymentChainHash pic x(16).
