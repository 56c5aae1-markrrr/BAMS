01 BookingSource.
    05 BookingSourceAuthCode pic x(6).
    05 BookingSourceCode     pic x(8).
    05 BookingPromoCode      pic x(10).
    05 BookingSourceDate     pic x(8).
    05 BookingSourceVia      pic x.
        88 SourceTakenAtDesk    value "S".
        88 SourceTakenAtGate    value "G".
        88 SourceTakenOnImport  value "I".
        88 SourceTakenFromWeb   value "W".
