    01 RedeemedValue pic 9(5)v99 value zero.
    01 AmountDueDisplay pic z(4)9.99 value zero.
    01 VoucherFileName pic x(20) value "vouchers.dat".
    01 BookingSourceEntered pic x(8) value spaces.
    01 SourcePromoCode pic x(10) value spaces.
    01 BookingChannelEntered pic x value space.
        88 ChannelEntryIsValid value "A", "C", "F".
    01 QuotaFlag pic 9 value zero.
        88 ChannelQuotaUsedUp value 1.
    01 QuotaPlacesLeft pic s9(4) value zero.

linkage section.
    01 AttendeesFileName pic x(20) value "attendees.dat".
    end-if
    perform CalculateTicketPrice
    perform OfferPromoCode
    call "TakeBookingSourceCode" using by reference BookingSourceEntered
    perform TakeBookingChannel
    perform OfferVoucherRedemption
    perform TakeVehicleDetails
    if NumberOfKids of Attendee > zero
            display "Requested stay would breach the " BreachedNight
                " night licence cap - booking refused"
            perform TakeWaitingListDetails
        when ChannelQuotaUsedUp
            display "The allocation for this kind of booking is used up"
                " - booking refused"
            perform TakeWaitingListDetails
        when other
            call "RecordBookingChannel" using AuthCode of Attendee,
                BookingChannelEntered
            call "EditScreen" using by content AttendeesFileName, Attendee
            if VoucherCodeEntered not equal spaces
                perform RedeemVoucherAfterSave
            end-if
            perform RecordSourceAfterSave
    end-evaluate
    goback
.
    end-if
    .

TakeBookingChannel section.
    *> Bookings taken here are phone/admin unless they are comps or
    *> facilitator places, each of which has its own allocation
    move space to BookingChannelEntered
    perform until ChannelEntryIsValid
        display "Booking type - A phone/admin, C comp, F facilitator [A]: "
            with no advancing
        accept BookingChannelEntered from console
        move function upper-case(BookingChannelEntered)
            to BookingChannelEntered
        if BookingChannelEntered equal to space
            move "A" to BookingChannelEntered
        end-if
    end-perform
    call "CheckChannelQuota" using by content AttendeesFileName,
        BookingChannelEntered, by reference QuotaFlag, QuotaPlacesLeft
    .

RecordSourceAfterSave section.
    if PromoWasApplied
        move PromoCodeEntered to SourcePromoCode
    end-if
    if BookingSourceEntered equal to spaces
        and SourcePromoCode equal to spaces
        exit section
    end-if
    call "GetAttendeeByAuthCode"
        using by content AttendeesFileName,
        by content AuthCode of Attendee,
        by reference SavedAttendeeCheck
    if AttendeeName of SavedAttendeeCheck not equal to high-values
        call "RecordBookingSource" using AuthCode of Attendee,
            BookingSourceEntered, SourcePromoCode, by content "S"
    end-if
    .

TakeTransportDetails section.
    display "Lift share - needs a lift (N), offers lifts (O), or neither (blank)? "
        with no advancing
    end-if
    call "AddContactPreference" using by content ContactPrefsFileName,
        by reference ContactPreference
    if PostOnlyContact
        call "CapturePostalAddress" using by content "postal-addresses.dat",
            by content AuthCode of Attendee, AttendeeName of Attendee
    end-if
    .

TakeWaitingListDetails section.
