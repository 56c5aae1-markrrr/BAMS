identification division.
program-id. LoadChannelQuotas is initial.

environment division.
input-output section.
    file-control.
        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode
            file status is AttendeeStatus.

        select optional QuotasFile assign to QuotaFileName
            organization is indexed
            access mode is dynamic
            record key is QuotaChannel of QuotaRecord
            file status is QuotaStatus.

        select optional ChannelsFile assign to ChannelFileName
            organization is indexed
            access mode is dynamic
            record key is ChannelAuthCode of ChannelRecord
            file status is ChannelStatus.

data division.
file section.
    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd QuotasFile.
        copy TicketQuota replacing TicketQuota by
            ==QuotaRecord.
            88 EndOfQuotasFile value high-values==.

    fd ChannelsFile.
        copy BookingChannel replacing BookingChannel by
            ==ChannelRecord.
            88 EndOfChannelsFile value high-values==.

working-storage section.
    01 AttendeeStatus pic x(2).
    01 QuotaStatus pic x(2).
    01 ChannelStatus pic x(2).
    01 QuotaFileName pic x(20) value "ticket-quotas.dat".
    01 ChannelFileName pic x(24) value "booking-channels.dat".

    01 ChannelNames.
        05 filler pic x value "W".
        05 filler pic x(14) value "web".
        05 filler pic x value "A".
        05 filler pic x(14) value "phone/admin".
        05 filler pic x value "U".
        05 filler pic x(14) value "walk-up".
        05 filler pic x value "C".
        05 filler pic x(14) value "comps".
        05 filler pic x value "F".
        05 filler pic x(14) value "facilitators".
    01 ChannelNameTable redefines ChannelNames.
        05 ChannelNameEntry occurs 5 times indexed by NameIdx.
            10 ChannelNameCode pic x.
            10 ChannelNameText pic x(14).
    *> Bookings taken before quotas came in count against phone/admin
    01 DefaultChannel pic x value "A".
    01 BookingChannelCode pic x value space.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    copy ChannelQuotaTable.

procedure division using AttendeeFileName, ChannelQuotaTable.
    initialize ChannelQuotaTable
    perform varying NameIdx from 1 by 1 until NameIdx > 5
        set QuotaIdx to NameIdx
        move ChannelNameCode(NameIdx) to QuotaLineChannel(QuotaIdx)
        move ChannelNameText(NameIdx) to QuotaLineName(QuotaIdx)
    end-perform

    open input QuotasFile
        perform varying QuotaIdx from 1 by 1 until QuotaIdx > 5
            move QuotaLineChannel(QuotaIdx) to QuotaChannel of QuotaRecord
            read QuotasFile
                invalid key continue
                not invalid key
                    move "Y" to QuotaLineHeld(QuotaIdx)
                    move QuotaPlaces of QuotaRecord to QuotaLinePlaces(QuotaIdx)
                    add QuotaPlaces of QuotaRecord to QuotaTotalPlaces
                    set ChannelQuotasInForce to true
            end-read
        end-perform
    close QuotasFile

    perform CountBookingsByChannel
    perform varying QuotaIdx from 1 by 1 until QuotaIdx > 5
        compute QuotaLineLeft(QuotaIdx) =
            QuotaLinePlaces(QuotaIdx) - QuotaLineUsed(QuotaIdx)
    end-perform
    goback
    .

CountBookingsByChannel section.
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key set EndOfAttendeesFile to true
    end-start
    open input AttendeesFile
    open input ChannelsFile
        if not EndOfAttendeesFile
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-if
        perform until EndOfAttendeesFile
            if AttendeeComing of AttendeeRecord
                or AttendeeArrived of AttendeeRecord
                perform CountOneBooking
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close ChannelsFile
    close AttendeesFile
    .

CountOneBooking section.
    move DefaultChannel to BookingChannelCode
    move AuthCode of AttendeeRecord to ChannelAuthCode of ChannelRecord
    read ChannelsFile
        invalid key continue
        not invalid key
            move ChannelCode of ChannelRecord to BookingChannelCode
    end-read
    set QuotaIdx to 1
    search QuotaLine
        at end continue
        when QuotaLineChannel(QuotaIdx) equal to BookingChannelCode
            add 1 to QuotaLineUsed(QuotaIdx)
    end-search
    .

end program LoadChannelQuotas.
