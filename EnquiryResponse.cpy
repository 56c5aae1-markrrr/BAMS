01 EnquiryResponse.
    05 ResponseEnquiryID pic x(6).
    05 ResponseStamp     pic x(15).
    05 ResponseBy        pic x(3).
    05 ResponseDirection pic x.
        88 ResponseFromContact value "I".
        88 ResponseToContact   value "O".
    05 ResponseChannel   pic x.
    05 ResponseText      pic x(100).
