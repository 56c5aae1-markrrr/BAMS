01 MissingPersonAlert.
    05 AlertID            pic x(6).
    05 AlertAuthCode      pic x(6).
    05 AlertKidSlot       pic 9.
        88 AlertIsForAttendee value 0.
    05 AlertPersonName    pic x(40).
    05 AlertDescription   pic x(60).
    05 AlertLastSeenPlace pic x(30).
    05 AlertLastSeenTime  pic x(4).
    05 AlertRaisedStamp   pic x(15).
    05 AlertRaisedBy      pic x(3).
    05 AlertState         pic x.
        88 AlertIsOpen      value "O".
        88 AlertIsStoodDown value "S".
    05 AlertStoodDownStamp pic x(15).
    05 AlertStoodDownBy    pic x(3).
