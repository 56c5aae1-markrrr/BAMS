    01 PromoFileName pic x(20) value "promo-codes.dat".
    01 PromoApplied pic 9 value zero.
        88 PromoWasApplied value 1.
    01 SourceCodeText pic x(8) value spaces.
    01 WebChannel pic x value "W".
    01 QuotaFlag pic 9 value zero.
        88 ChannelQuotaUsedUp value 1.
    01 QuotaPlacesLeft pic s9(4) value zero.
    01 SourceFlag pic 9 value zero.
        88 SourceIsKnown value 1.

    copy Attendee replacing Attendee by ImportedAttendee.


ParseAndImportRow section.
    initialize ImportedAttendee
    move spaces to PromoCodeText, SourceCodeText
    move 0 to PromoApplied
    set AttendeeComing of ImportedAttendee to true
    set AttendeeNotPaid of ImportedAttendee to true
    unstring CsvLine delimited by ","
             NumberOfKids of ImportedAttendee,
             AmountToPayText,
             AmountPaidText,
             PromoCodeText,
             SourceCodeText
    end-unstring
    compute AmountToPay of ImportedAttendee = function numval(AmountToPayText)
    compute AmountPaid of ImportedAttendee = function numval(AmountPaidText)
    end-if

    perform CheckEmailAlreadyRegistered
    if not EmailIsDuplicate
        call "CheckChannelQuota" using by content AttendeeFileName,
            WebChannel, by reference QuotaFlag, QuotaPlacesLeft
    end-if
    evaluate true
        when EmailIsDuplicate
            display "Skipping import row for " function trim(Email of ImportedAttendee)
                " - email already registered"
            add 1 to RowsSkipped
        when ChannelQuotaUsedUp
            display "Skipping import row for " function trim(Email of ImportedAttendee)
                " - web ticket allocation is used up"
            add 1 to RowsSkipped
        when other
            move createAuthCode to AuthCode of ImportedAttendee
            call "RecordBookingChannel" using AuthCode of ImportedAttendee,
                WebChannel
            call "AddAttendee" using by content AttendeeFileName, ImportedAttendee
            add 1 to RowsImported
            perform RecordImportedSource
    end-evaluate
    .

RecordImportedSource section.
    if SourceCodeText not equal to spaces
        call "CheckMarketingSource" using by reference SourceCodeText,
            SourceFlag
        if not SourceIsKnown
            display "Source " function trim(SourceCodeText) " for "
                function trim(Email of ImportedAttendee)
                " is not in use - booking imported without it"
            move spaces to SourceCodeText
        end-if
    end-if
    if not PromoWasApplied
        move spaces to PromoCodeText
    end-if
    call "RecordBookingSource" using AuthCode of ImportedAttendee,
        SourceCodeText, PromoCodeText, by content "I"
    .

CheckEmailAlreadyRegistered section.
