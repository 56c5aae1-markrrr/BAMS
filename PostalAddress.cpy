01 PostalAddress.
    05 PostalAuthCode  pic x(6).
    05 PostalAddressee pic x(30).
    05 PostalLine1     pic x(40).
    05 PostalLine2     pic x(40).
    05 PostalTown      pic x(30).
    05 PostalPostcode  pic x(8).
    05 PostalUpdated   pic x(8).
