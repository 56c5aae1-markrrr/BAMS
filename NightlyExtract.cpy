01 NightlyExtract.
    05 ExtractRecordType pic x.
        88 ExtractIsHeader  value "H".
        88 ExtractIsDetail  value "D".
        88 ExtractIsTrailer value "T".
    05 filler pic x value space.
    05 ExtractAttendeeImage pic x(247).
    05 ExtractControlArea redefines ExtractAttendeeImage.
        10 ExtractBuiltTimestamp pic x(15).
        10 filler pic x.
        10 ExtractControlCount pic 9(6).
        10 filler pic x.
        10 ExtractControlPaid pic 9(9)v99.
        10 filler pic x.
        10 ExtractControlLogged pic s9(9)v99 sign leading separate.
        10 filler pic x(200).
    05 filler pic x value space.
    05 ExtractAuthCode pic x(6).
    05 filler pic x value space.
    05 ExtractLoggedPayments pic s9(7)v99 sign leading separate.
    05 filler pic x value space.
    05 ExtractPaymentCount pic 999.
    05 filler pic x value space.
    05 ExtractArrivalState pic x.
        88 ExtractNotYetArrived value "N".
        88 ExtractCheckedIn     value "I".
        88 ExtractCheckedOut    value "O".
    05 filler pic x value space.
    05 ExtractLastGateTime pic x(15).
    05 filler pic x value space.
    05 ExtractPitch pic x(4).
    05 filler pic x value space.
    05 ExtractGroupID pic x(10).
