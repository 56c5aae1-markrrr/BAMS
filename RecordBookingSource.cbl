identification division.
program-id. RecordBookingSource is initial.

environment division.
input-output section.
    file-control.
        select optional BookingSourcesFile assign to BookingSourceFileName
            organization is indexed
            access mode is dynamic
            record key is BookingSourceAuthCode of BookingSourceRecord
            file status is BookingSourceStatus.

data division.
file section.
    fd BookingSourcesFile.
        copy BookingSource replacing BookingSource by
            ==BookingSourceRecord.
            88 EndOfBookingSourcesFile value high-values==.

working-storage section.
    01 BookingSourceStatus pic x(2).
        88 RecordExists value "22".
    01 BookingSourceFileName pic x(20) value "booking-sources.dat".

linkage section.
    01 SourceEntryAuthCode pic x(6).
    01 SourceEntryCode pic x(8).
    01 SourceEntryPromoCode pic x(10).
    01 SourceEntryVia pic x.

procedure division using SourceEntryAuthCode, SourceEntryCode,
    SourceEntryPromoCode, SourceEntryVia.
    *> Held apart from the booking, like travel; a blank code or promo
    *> code leaves whatever is already held for the booking
    if SourceEntryCode equal to spaces
        and SourceEntryPromoCode equal to spaces
        goback
    end-if
    open i-o BookingSourcesFile
        move SourceEntryAuthCode to BookingSourceAuthCode of BookingSourceRecord
        read BookingSourcesFile
            invalid key
                initialize BookingSourceRecord
                move SourceEntryAuthCode
                    to BookingSourceAuthCode of BookingSourceRecord
        end-read
        if SourceEntryCode not equal to spaces
            move SourceEntryCode to BookingSourceCode of BookingSourceRecord
            move SourceEntryVia to BookingSourceVia of BookingSourceRecord
            move function current-date(1:8)
                to BookingSourceDate of BookingSourceRecord
        end-if
        if SourceEntryPromoCode not equal to spaces
            move function upper-case(SourceEntryPromoCode)
                to BookingPromoCode of BookingSourceRecord
        end-if
        write BookingSourceRecord
            invalid key
                if RecordExists
                    rewrite BookingSourceRecord
                else
                    display "Error - status is " BookingSourceStatus
                end-if
        end-write
    close BookingSourcesFile
    goback
    .

end program RecordBookingSource.
