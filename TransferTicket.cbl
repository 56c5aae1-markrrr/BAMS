    copy Attendee replacing Attendee by ==IncomingAttendee==.

    01 OutgoingAuthCode pic x(6) value spaces.
    01 TransferChannelCode pic x value space.
    01 ConfirmAnswer pic x value "N".
        88 TransferConfirmed value "Y", "y".


    call "AddAttendee" using by content AttendeeFileName,
        by reference IncomingAttendee
    *> The new holder takes the place on the channel it was sold through
    call "GetBookingChannel" using OutgoingAuthCode,
        by reference TransferChannelCode
    if TransferChannelCode not equal to space
        call "RecordBookingChannel" using AuthCode of IncomingAttendee,
            TransferChannelCode
    end-if

    set AttendeeTransferred of OutgoingAttendee to true
    move zero to AmountToPay of OutgoingAttendee
