01 HireBooking.
    05 HireBookingKey.
        10 HireAuthCode   pic x(6).
        10 HireBookingSeq pic 999.
    05 HireBookedItem    pic x(6).
    05 HireQuantity      pic 99.
    05 HireFirstNight    pic x(8).
    05 HireLastNight     pic x(8).
    05 HireCharge        pic 9(5)v99.
    05 HireDeposit       pic 9(5)v99.
    05 HireState         pic x.
        88 HireIsBooked    value "B".
        88 HireIsIssued    value "I".
        88 HireIsReturned  value "R".
        88 HireIsCancelled value "X".
    05 HireBookedBy      pic x(3).
    05 HireIssuedStamp   pic x(15).
    05 HireReturnedStamp pic x(15).
    05 HireDamageCharge  pic 9(5)v99.
    05 HireDamageNote    pic x(30).
    05 HireDepositRefund pic 9(5)v99.
    05 HireRefundDate    pic x(8).
        88 HireRefundNotPaid value spaces.
