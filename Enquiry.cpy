01 Enquiry.
    05 EnquiryID            pic x(6).
    05 EnquiryAuthCode      pic x(6).
    05 EnquiryContactName   pic x(30).
    05 EnquiryContactDetail pic x(30).
    05 EnquiryKind          pic x.
        88 EnquiryIsQuestion  value "E".
        88 EnquiryIsComplaint value "C".
    05 EnquiryCategory      pic x(8).
        88 EnquiryAboutRefund  value "REFUND  ".
        88 EnquiryAboutAccess  value "ACCESS  ".
        88 EnquiryAboutNoise   value "NOISE   ".
        88 EnquiryAboutBooking value "BOOKING ".
        88 EnquiryAboutOther   value "OTHER   ".
        88 EnquiryCategoryIsValid values "REFUND  ", "ACCESS  ", "NOISE   ",
                                         "BOOKING ", "OTHER   ".
    05 EnquiryChannel       pic x.
        88 EnquiryByEmail  value "E".
        88 EnquiryByPhone  value "P".
        88 EnquiryInPerson value "F".
        88 EnquiryByLetter value "L".
        88 EnquiryBySms    value "S".
    05 EnquiryReceivedDate  pic x(8).
    05 EnquiryOpenedBy      pic x(3).
    05 EnquiryOwner         pic x(3).
    05 EnquiryState         pic x.
        88 EnquiryIsOpen   value "O".
        88 EnquiryIsClosed value "C".
    05 EnquirySummary       pic x(60).
    *> Date the contact last wrote or rang and is still waiting on us
    05 EnquiryReplyOwedSince pic x(8).
    05 EnquiryLastResponse  pic x(8).
    05 EnquiryResponseCount pic 99.
    05 EnquiryOutcome       pic x.
        88 ComplaintUpheld       value "U".
        88 ComplaintPartUpheld   value "P".
        88 ComplaintNotUpheld    value "N".
        88 EnquiryOutcomeIsValid values "U", "P", "N".
    05 EnquiryClosedDate    pic x(8).
    05 EnquiryClosedBy      pic x(3).
