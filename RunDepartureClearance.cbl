            record key is MerchKey
            file status is MerchandiseStatus.

        select optional HireBookingsFile assign to HireBookingsFileName
            organization is indexed
            access mode is dynamic
            record key is HireBookingKey
            file status is HireBookingStatus.

        select optional HireClearanceLogFile assign to HireClearanceLogFileName
            organization is line sequential
            file status is HireClearanceLogStatus.

data division.
file section.
    fd KidsClubLogFile.
            ==MerchandiseRecord.
            88 EndOfMerchandiseFile value high-values==.

    fd HireBookingsFile.
        copy HireBooking replacing HireBooking by
            ==HireBookingRecord.
            88 EndOfHireBookingsFile value high-values==.

    fd HireClearanceLogFile.
        copy HireClearanceEntry.

working-storage section.
    01 KidsClubLogStatus pic x(2).
        88 KidsClubLogOk  values "00", "05".
        88 KidsClubLogEof value "10".
    01 LostPropertyStatus pic x(2).
    01 MerchandiseStatus pic x(2).
    01 HireBookingStatus pic x(2).
    01 HireClearanceLogStatus pic x(2).

    01 KidsClubLogFileName pic x(20) value "kidsclub-log.dat".
    01 LostPropertyFileName pic x(20) value "lostproperty.dat".
    01 MerchandiseFileName pic x(20) value "merchandise.dat".
    01 HireBookingsFileName pic x(24) value "hire-bookings.dat".
    01 HireClearanceLogFileName pic x(24) value "hire-unreturned.log".

    01 BalanceOwed pic s9(6)v99 value zero.
    01 TabBalance pic s9(5)v99 value zero.
    01 KidsStillIn pic 9 value zero.
    01 PropertyWaiting pic 99 value zero.
    01 MerchWaiting pic 99 value zero.
    01 HireNotReturned pic 99 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
        display "** " MerchWaiting " merch order line(s) not yet"
            " collected from the merch tent **"
    end-if

    perform CheckHireNotReturned
    if HireNotReturned > zero
        add 1 to ClearanceIssues
        display "** " HireNotReturned " hire booking(s) not returned to"
            " the hire tent - deposit held **"
    end-if
    goback
    .

    close MerchandiseFile
    .

CheckHireNotReturned section.
    move zero to HireNotReturned
    move AuthCode of DepartingAttendee to HireAuthCode of HireBookingRecord
    move zero to HireBookingSeq of HireBookingRecord
    open input HireBookingsFile
        start HireBookingsFile key is greater than
            HireBookingKey of HireBookingRecord
            invalid key set EndOfHireBookingsFile to true
        end-start
        if not EndOfHireBookingsFile
            read HireBookingsFile next record
                at end set EndOfHireBookingsFile to true
            end-read
        end-if
        perform until EndOfHireBookingsFile
            or HireAuthCode of HireBookingRecord not equal to
                AuthCode of DepartingAttendee
            if HireIsIssued of HireBookingRecord
                add 1 to HireNotReturned
                display "   hire " HireBookingSeq of HireBookingRecord ": "
                    HireQuantity of HireBookingRecord " x "
                    HireBookedItem of HireBookingRecord
                perform LogHireNotReturned
            end-if
            read HireBookingsFile next record
                at end set EndOfHireBookingsFile to true
            end-read
        end-perform
    close HireBookingsFile
    .

LogHireNotReturned section.
    move AuthCode of DepartingAttendee to ClearedAuthCode
    move function current-date(1:15) to ClearedTimestamp
    move HireBookingSeq of HireBookingRecord to ClearedBookingSeq
    move HireBookedItem of HireBookingRecord to ClearedItemCode
    move HireQuantity of HireBookingRecord to ClearedQuantity
    open extend HireClearanceLogFile
        write HireClearanceEntry
    close HireClearanceLogFile
    .

end program RunDepartureClearance.
