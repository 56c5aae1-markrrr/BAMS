01 DisputeCase.
    05 DisputeKey.
        10 DisputeAuthCode pic x(6).
        10 DisputePaymentTimestamp pic x(15).
    05 DisputeAmount pic 9(5)v99.
    05 DisputeReason pic x(30).
    05 DisputeDeadline pic x(8).
    05 DisputeState pic x.
        88 DisputeIsOpen         value "O".
        88 DisputeEvidenceSent   value "E".
        88 DisputeWon            value "W".
        88 DisputeLost           value "L".
        88 DisputeIsLive         values "O", "E".
    05 DisputeOpenedBy pic x(3).
    05 DisputeOpenedDate pic x(8).
    05 DisputeClosedBy pic x(3).
    05 DisputeClosedDate pic x(8).
