    01 BarredMatch pic 9 value zero.
        88 PersonIsBarred value 1.

    01 NoSlotPreference pic x(4) value spaces.
    01 BookingChannelCode pic x value space.
    01 ChannelAuthCodeTaken pic x(6) value spaces.
    01 QuotaFlag pic 9 value zero.
        88 ChannelQuotaUsedUp value 1.
    01 QuotaPlacesLeft pic s9(4) value zero.
    01 AssignedSlotStart pic x(4) value spaces.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    copy Attendee replacing Attendee by ==ThisAttendee==.
        goback
    end-if

    *> A booking whose sales channel was recorded beforehand is held to
    *> that channel's allocation
    move AuthCode of ThisAttendee to ChannelAuthCodeTaken
    call "GetBookingChannel" using ChannelAuthCodeTaken,
        by reference BookingChannelCode
    if BookingChannelCode not equal to space
        call "CheckChannelQuota" using by content AttendeeFileName,
            BookingChannelCode, by reference QuotaFlag, QuotaPlacesLeft
        if ChannelQuotaUsedUp
            display "Booking refused for "
                function trim(AttendeeName of ThisAttendee)
                " - the " BookingChannelCode
                " channel's ticket allocation is used up"
            goback
        end-if
    end-if

    perform AcquireLock

    if not LockIsHeld
        perform
            until WriteHasSucceeded or AuthCodeRetryCount > MaxAuthCodeRetries
            or not RecordExists
            *> Protected fields are keyed to the AuthCode so move them with it
            call "ProtectAttendeeFields" using by content "U",
                by reference ThisAttendee
            move createAuthCode to AuthCode of ThisAttendee
            call "ProtectAttendeeFields" using by content "E",
                by reference ThisAttendee
            add 1 to AuthCodeRetryCount
            display "AuthCode collision - retrying with new AuthCode "
                AuthCode of ThisAttendee
    close AttendeesFile

    perform ReleaseLock

    if WriteHasSucceeded and BookingChannelCode not equal to space
        and AuthCode of ThisAttendee not equal to ChannelAuthCodeTaken
        call "RecordBookingChannel" using AuthCode of ThisAttendee,
            BookingChannelCode
    end-if

    if WriteHasSucceeded and AttendeeComing of ThisAttendee
        call "AssignArrivalSlot" using by content AttendeeFileName,
            AuthCode of ThisAttendee, ArrivalDay of ThisAttendee,
            NoSlotPreference, by reference AssignedSlotStart
        if AssignedSlotStart not equal to spaces
            display "Arrival slot: " ArrivalDay of ThisAttendee " "
                AssignedSlotStart
        end-if
    end-if
    goback
    .

                LogOldValueBuffer, AttendeeName of ThisAttendee
            call "SendConfirmationNotice" using
                AuthCode of ThisAttendee, AttendeeName of ThisAttendee,
                Email of ThisAttendee, Telephone of ThisAttendee,
                ThisAttendee
            call "LinkPersonMaster" using
                by content PersonMasterFileName,
                by content AttendeeName of ThisAttendee,
