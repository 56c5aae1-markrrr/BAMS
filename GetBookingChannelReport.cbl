identification division.
program-id. GetBookingChannelReport is initial.

environment division.
input-output section.
    file-control.
        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode
            file status is AttendeeStatus.

        select optional BookingSourcesFile assign to BookingSourceFileName
            organization is indexed
            access mode is dynamic
            record key is BookingSourceAuthCode of BookingSourceRecord
            file status is BookingSourceStatus.

        select optional SourcesFile assign to SourceFileName
            organization is indexed
            access mode is dynamic
            record key is SourceCode of SourceRecord
            file status is SourceStatus.

data division.
file section.
    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd BookingSourcesFile.
        copy BookingSource replacing BookingSource by
            ==BookingSourceRecord.
            88 EndOfBookingSourcesFile value high-values==.

    fd SourcesFile.
        copy MarketingSource replacing MarketingSource by
            ==SourceRecord.
            88 EndOfSourcesFile value high-values==.

working-storage section.
    01 AttendeeStatus pic x(2).
    01 BookingSourceStatus pic x(2).
    01 SourceStatus pic x(2).
    01 BookingSourceFileName pic x(20) value "booking-sources.dat".
    01 SourceFileName pic x(24) value "marketing-sources.dat".

    01 ChannelTable.
        05 NumberOfChannels pic 99 value zero.
        05 ChannelEntry occurs 60 times indexed by ChannelIdx.
            10 ChannelCode      pic x(8).
            10 ChannelSpend     pic 9(5)v99.
            10 ChannelBookings  pic 9(4).
            10 ChannelTickets   pic 9(4).
            10 ChannelRevenue   pic 9(7)v99.
            10 ChannelCancelled pic 9(4).
            10 ChannelPromoUses pic 9(4).
    01 PromoPairTable.
        05 NumberOfPromoPairs pic 999 value zero.
        05 PromoPairEntry occurs 200 times indexed by PairIdx.
            10 PairSource pic x(8).
            10 PairPromo  pic x(10).
            10 PairUses   pic 9(4).

    01 NoSourceCode pic x(8) value "(NONE)".
    01 ThisSourceCode pic x(8) value spaces.
    01 ThisPromoCode pic x(10) value spaces.
    01 BookingRevenue pic s9(7)v99 value zero.
    01 CancelPercent pic 999v9 value zero.
    01 CostPerBooking pic 9(5)v99 value zero.
    01 TotalBookings pic 9(5) value zero.
    01 TotalTickets pic 9(5) value zero.
    01 TotalRevenue pic 9(8)v99 value zero.
    01 TotalCancelled pic 9(5) value zero.
    01 TotalPromoUses pic 9(5) value zero.

    01 RevenueDisplay pic z(6)9.99.
    01 PercentDisplay pic zz9.9.
    01 SpendDisplay pic z(4)9.99.
    01 CostDisplay pic z(4)9.99.
    copy ReportWriterRequest.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    perform LoadSources
    perform TallyBookings

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "BOOKINGS BY MARKETING CHANNEL" to ReportTitle
    move "spool-channels.txt" to ReportSpoolName
    move AttendeeFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    move "Source   Bookings Tickets    Revenue Cancel%  Promo    Spend  Cost/booking"
        to ReportLineText
    perform EmitLine
    perform varying ChannelIdx from 1 by 1
        until ChannelIdx > NumberOfChannels
        if ChannelBookings(ChannelIdx) > zero
            or ChannelSpend(ChannelIdx) > zero
            perform PrintChannel
        end-if
    end-perform
    perform EmitLine
    move TotalRevenue to RevenueDisplay
    move zero to CancelPercent
    if TotalBookings > zero
        compute CancelPercent rounded = TotalCancelled * 100 / TotalBookings
    end-if
    move CancelPercent to PercentDisplay
    string "Total       " TotalBookings "   " TotalTickets " " RevenueDisplay
        "   " PercentDisplay "   " TotalPromoUses
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move "PROMO CODE REDEMPTIONS BY SOURCE" to ReportLineText
    perform EmitLine
    if NumberOfPromoPairs equal to zero
        move "    (no promo codes redeemed against a recorded booking)"
            to ReportLineText
        perform EmitLine
    end-if
    perform varying PairIdx from 1 by 1 until PairIdx > NumberOfPromoPairs
        string "    " PairSource(PairIdx) "  " PairPromo(PairIdx) "  "
            PairUses(PairIdx) " booking(s)"
            delimited by size into ReportLineText
        perform EmitLine
    end-perform

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

LoadSources section.
    move low-values to SourceCode of SourceRecord
    start SourcesFile key is greater than SourceCode of SourceRecord
        invalid key set EndOfSourcesFile to true
    end-start
    open input SourcesFile
        if not EndOfSourcesFile
            read SourcesFile next record
                at end set EndOfSourcesFile to true
            end-read
        end-if
        perform until EndOfSourcesFile or NumberOfChannels = 59
            add 1 to NumberOfChannels
            set ChannelIdx to NumberOfChannels
            initialize ChannelEntry(ChannelIdx)
            move SourceCode of SourceRecord to ChannelCode(ChannelIdx)
            move SourceSpend of SourceRecord to ChannelSpend(ChannelIdx)
            read SourcesFile next record
                at end set EndOfSourcesFile to true
            end-read
        end-perform
    close SourcesFile
    add 1 to NumberOfChannels
    set ChannelIdx to NumberOfChannels
    initialize ChannelEntry(ChannelIdx)
    move NoSourceCode to ChannelCode(ChannelIdx)
    .

TallyBookings section.
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key set EndOfAttendeesFile to true
    end-start
    open input AttendeesFile
    open input BookingSourcesFile
        if not EndOfAttendeesFile
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-if
        perform until EndOfAttendeesFile
            perform TallyOneBooking
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close BookingSourcesFile
    close AttendeesFile
    .

TallyOneBooking section.
    move NoSourceCode to ThisSourceCode
    move spaces to ThisPromoCode
    move AuthCode of AttendeeRecord
        to BookingSourceAuthCode of BookingSourceRecord
    read BookingSourcesFile
        invalid key continue
        not invalid key
            if BookingSourceCode of BookingSourceRecord not equal to spaces
                move BookingSourceCode of BookingSourceRecord
                    to ThisSourceCode
            end-if
            move BookingPromoCode of BookingSourceRecord to ThisPromoCode
    end-read

    *> Anything not on the source table is counted with no source
    set ChannelIdx to 1
    search ChannelEntry
        at end set ChannelIdx to NumberOfChannels
        when ChannelIdx > NumberOfChannels
            set ChannelIdx to NumberOfChannels
        when ChannelCode(ChannelIdx) equal to ThisSourceCode
            continue
    end-search

    compute BookingRevenue = AmountPaid of AttendeeRecord
        - RefundAmount of AttendeeRecord
    if BookingRevenue < zero
        move zero to BookingRevenue
    end-if
    add 1 to ChannelBookings(ChannelIdx), TotalBookings
    add 1 to ChannelTickets(ChannelIdx), TotalTickets
    add NumberOfKids of AttendeeRecord to ChannelTickets(ChannelIdx),
        TotalTickets
    add BookingRevenue to ChannelRevenue(ChannelIdx), TotalRevenue
    if AttendeeCancelled of AttendeeRecord
        add 1 to ChannelCancelled(ChannelIdx), TotalCancelled
    end-if
    if ThisPromoCode not equal to spaces
        add 1 to ChannelPromoUses(ChannelIdx), TotalPromoUses
        perform TallyPromoPair
    end-if
    .

TallyPromoPair section.
    set PairIdx to 1
    search PromoPairEntry
        at end continue
        when PairIdx > NumberOfPromoPairs
            if NumberOfPromoPairs < 200
                add 1 to NumberOfPromoPairs
                set PairIdx to NumberOfPromoPairs
                move ChannelCode(ChannelIdx) to PairSource(PairIdx)
                move ThisPromoCode to PairPromo(PairIdx)
                move 1 to PairUses(PairIdx)
            end-if
        when PairSource(PairIdx) equal to ChannelCode(ChannelIdx)
            and PairPromo(PairIdx) equal to ThisPromoCode
            add 1 to PairUses(PairIdx)
    end-search
    .

PrintChannel section.
    move zero to CancelPercent, CostPerBooking
    if ChannelBookings(ChannelIdx) > zero
        compute CancelPercent rounded =
            ChannelCancelled(ChannelIdx) * 100 / ChannelBookings(ChannelIdx)
        compute CostPerBooking rounded =
            ChannelSpend(ChannelIdx) / ChannelBookings(ChannelIdx)
    end-if
    move ChannelRevenue(ChannelIdx) to RevenueDisplay
    move CancelPercent to PercentDisplay
    move ChannelSpend(ChannelIdx) to SpendDisplay
    move CostPerBooking to CostDisplay
    string ChannelCode(ChannelIdx) "     " ChannelBookings(ChannelIdx)
        "    " ChannelTickets(ChannelIdx) " " RevenueDisplay "   "
        PercentDisplay "   " ChannelPromoUses(ChannelIdx) " " SpendDisplay
        "      " CostDisplay
        delimited by size into ReportLineText
    perform EmitLine
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetBookingChannelReport.
