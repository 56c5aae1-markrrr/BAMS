identification division.
program-id. TakeHireEntry is initial.

environment division.
input-output section.
    file-control.
        select optional HireCatalogueFile assign to HireCatalogueFileName
            organization is indexed
            access mode is dynamic
            record key is HireItemCode
            file status is HireCatalogueStatus.

        select optional HireBookingsFile assign to HireBookingsFileName
            organization is indexed
            access mode is dynamic
            record key is HireBookingKey
            file status is HireBookingStatus.

data division.
file section.
    fd HireCatalogueFile.
        copy HireItem replacing HireItem by
            ==HireItemRecord.
            88 EndOfHireCatalogueFile value high-values==.

    fd HireBookingsFile.
        copy HireBooking replacing HireBooking by
            ==HireBookingRecord.
            88 EndOfHireBookingsFile value high-values==.

working-storage section.
    01 HireCatalogueStatus pic x(2).
        88 RecordExists  value "22".
    01 HireBookingStatus pic x(2).

    01 HireCatalogueFileName pic x(24) value "hire-catalogue.dat".
    01 HireBookingsFileName pic x(24) value "hire-bookings.dat".

    copy Attendee replacing Attendee by ==HiringAttendee==.
    copy OperatorSession.

    01 ActionEntry pic x value space.
        88 AddingCatalogueItem value "C", "c".
        88 BookingHire         value "B", "b".
        88 IssuingHire         value "I", "i".
        88 ReturningHire       value "R", "r".
        88 CancellingHire      value "X", "x".
    01 EnteredAuthCode pic x(6) value spaces.
    01 EnteredItemCode pic x(6) value spaces.
    01 EnteredFirstNight pic x(8) value spaces.
    01 EnteredNights pic 99 value zero.
    01 EnteredQuantity pic 99 value zero.
    01 EnteredBookingSeq pic 999 value zero.
    01 ConfirmAnswer pic x value space.
        88 HireConfirmed value "Y", "y".

    01 ItemDescription pic x(30) value spaces.
    01 ItemStock pic 999 value zero.
    01 ItemNightlyCharge pic 9(3)v99 value zero.
    01 ItemDeposit pic 9(3)v99 value zero.
    01 ItemFoundFlag pic 9 value zero.
        88 ItemIsOnCatalogue value 1.

    01 NightTable.
        05 NightAlreadyOut pic 999 occurs 14 times indexed by NightIdx.
    01 FirstNightInteger pic 9(7) value zero.
    01 LastNightInteger pic 9(7) value zero.
    01 BookingFirstInteger pic 9(7) value zero.
    01 BookingLastInteger pic 9(7) value zero.
    01 NightInteger pic 9(7) value zero.
    01 ShortNightDate pic 9(8) value zero.
    01 ShortNightFlag pic 9 value zero.
        88 StockRunsShort value 1.

    01 NextBookingSeq pic 999 value zero.
    01 HireChargeDue pic 9(5)v99 value zero.
    01 HireDepositDue pic 9(5)v99 value zero.
    01 DamageEntered pic 9(5)v99 value zero.
    01 DamageOverDeposit pic 9(5)v99 value zero.
    01 AccountChange pic 9(5)v99 value zero.
    01 BookingsListed pic 999 value zero.
    01 AmountDisplay pic z(4)9.99 value zero.
    01 DepositDisplay pic z(4)9.99 value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    display "Camping hire - C=catalogue item, B=book, I=issue, R=return,"
    display "               X=cancel booking: " with no advancing
    accept ActionEntry from console
    if BookingHire or ReturningHire or CancellingHire
        move function current-date(1:8) to PostingDate
        call "CheckPeriodLock" using PostingDate,
            by reference PostingAllowed
        if not PostingIsAllowed
            goback
        end-if
    end-if
    call "GetCurrentOperator" using by reference OperatorSession
    evaluate true
        when AddingCatalogueItem perform TakeCatalogueItem
        when BookingHire perform TakeHireBooking
        when IssuingHire perform IssueHireItem
        when ReturningHire perform ReturnHireItem
        when CancellingHire perform CancelHireBooking
        when other display "No action taken"
    end-evaluate
    goback
    .

TakeCatalogueItem section.
    initialize HireItemRecord
    display "Hire item code (BELL4, AIRBED...): " with no advancing
    accept HireItemCode of HireItemRecord from console
    move function upper-case(HireItemCode of HireItemRecord)
        to HireItemCode of HireItemRecord
    if HireItemCode of HireItemRecord equal to spaces
        display "No item code - nothing saved"
        exit section
    end-if
    display "Description: " with no advancing
    accept HireItemDescription of HireItemRecord from console
    display "Number in stock: " with no advancing
    accept HireStockQuantity of HireItemRecord from console
    display "Hire charge per night: " with no advancing
    accept HireNightlyCharge of HireItemRecord from console
    display "Refundable deposit per item: " with no advancing
    accept HireDepositAmount of HireItemRecord from console

    open i-o HireCatalogueFile
        write HireItemRecord
            invalid key
                if RecordExists
                    rewrite HireItemRecord
                else
                    display "Error - status is " HireCatalogueStatus
                end-if
        end-write
    close HireCatalogueFile
    display "Saved hire item " HireItemCode of HireItemRecord
    .

TakeHireBooking section.
    perform FindHiringAttendee
    if AttendeeName of HiringAttendee equal to high-values
        exit section
    end-if

    display "Hire item code: " with no advancing
    accept EnteredItemCode from console
    move function upper-case(EnteredItemCode) to EnteredItemCode
    perform LoadCatalogueItem
    if not ItemIsOnCatalogue
        display "No hire item " EnteredItemCode " in the catalogue"
        exit section
    end-if

    display "First night (YYYYMMDD): " with no advancing
    accept EnteredFirstNight from console
    if EnteredFirstNight is not numeric
        display "Night must be given as YYYYMMDD - nothing booked"
        exit section
    end-if
    display "Number of nights (1-14): " with no advancing
    accept EnteredNights from console
    if EnteredNights equal to zero or EnteredNights > 14
        display "Hire is for 1 to 14 nights - nothing booked"
        exit section
    end-if
    display "How many " function trim(ItemDescription) ": "
        with no advancing
    accept EnteredQuantity from console
    if EnteredQuantity equal to zero
        display "Nothing booked"
        exit section
    end-if

    perform CheckHireAvailability
    if StockRunsShort
        display "** Not enough " function trim(ItemDescription)
            " left for the night of " ShortNightDate " **"
        exit section
    end-if

    compute HireChargeDue =
        EnteredQuantity * EnteredNights * ItemNightlyCharge
    compute HireDepositDue = EnteredQuantity * ItemDeposit
    move HireChargeDue to AmountDisplay
    move HireDepositDue to DepositDisplay
    display "Hire $" AmountDisplay " plus refundable deposit $"
        DepositDisplay " onto the account (Y/N)? " with no advancing
    accept ConfirmAnswer from console
    if not HireConfirmed
        display "Nothing booked"
        exit section
    end-if

    perform FindNextBookingSeq
    initialize HireBookingRecord
    move EnteredAuthCode to HireAuthCode of HireBookingRecord
    move NextBookingSeq to HireBookingSeq of HireBookingRecord
    move EnteredItemCode to HireBookedItem of HireBookingRecord
    move EnteredQuantity to HireQuantity of HireBookingRecord
    move EnteredFirstNight to HireFirstNight of HireBookingRecord
    compute LastNightInteger = FirstNightInteger + EnteredNights - 1
    move function date-of-integer(LastNightInteger)
        to HireLastNight of HireBookingRecord
    move HireChargeDue to HireCharge of HireBookingRecord
    move HireDepositDue to HireDeposit of HireBookingRecord
    set HireIsBooked of HireBookingRecord to true
    move SessionOperatorCode to HireBookedBy of HireBookingRecord
    move spaces to HireRefundDate of HireBookingRecord
    open i-o HireBookingsFile
        write HireBookingRecord
            invalid key
                display "Error - status is " HireBookingStatus
        end-write
    close HireBookingsFile

    compute AccountChange = HireChargeDue + HireDepositDue
    add AccountChange to AmountToPay of HiringAttendee
    if AmountPaid of HiringAttendee < AmountToPay of HiringAttendee
        set AttendeeNotPaid of HiringAttendee to true
    end-if
    call "UpdateAttendee" using by content AttendeeFileName, HiringAttendee
    display "Booked hire " NextBookingSeq " for " EnteredAuthCode
        " - nights " EnteredFirstNight " to "
        HireLastNight of HireBookingRecord
    .

FindHiringAttendee section.
    display "AuthCode: " with no advancing
    accept EnteredAuthCode from console
    move function upper-case(EnteredAuthCode) to EnteredAuthCode
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content EnteredAuthCode,
        by reference HiringAttendee
    if AttendeeName of HiringAttendee equal to high-values
        display "No attendee found for " EnteredAuthCode
    end-if
    .

LoadCatalogueItem section.
    move zero to ItemFoundFlag
    open input HireCatalogueFile
        move EnteredItemCode to HireItemCode of HireItemRecord
        read HireCatalogueFile
            invalid key continue
            not invalid key
                set ItemIsOnCatalogue to true
                move HireItemDescription of HireItemRecord
                    to ItemDescription
                move HireStockQuantity of HireItemRecord to ItemStock
                move HireNightlyCharge of HireItemRecord
                    to ItemNightlyCharge
                move HireDepositAmount of HireItemRecord to ItemDeposit
        end-read
    close HireCatalogueFile
    .

CheckHireAvailability section.
    *> Items booked or out on any of the wanted nights count against stock
    move zero to ShortNightFlag
    initialize NightTable
    compute FirstNightInteger =
        function integer-of-date(function numval(EnteredFirstNight))
    move low-values to HireBookingKey of HireBookingRecord
    start HireBookingsFile key is greater than
        HireBookingKey of HireBookingRecord
        invalid key set EndOfHireBookingsFile to true
    end-start
    open input HireBookingsFile
        if not EndOfHireBookingsFile
            read HireBookingsFile next record
                at end set EndOfHireBookingsFile to true
            end-read
        end-if
        perform until EndOfHireBookingsFile
            if HireBookedItem of HireBookingRecord equal to EnteredItemCode
                and (HireIsBooked of HireBookingRecord
                    or HireIsIssued of HireBookingRecord)
                perform CountBookingAgainstNights
            end-if
            read HireBookingsFile next record
                at end set EndOfHireBookingsFile to true
            end-read
        end-perform
    close HireBookingsFile

    perform varying NightIdx from 1 by 1
        until NightIdx > EnteredNights or StockRunsShort
        if NightAlreadyOut(NightIdx) + EnteredQuantity > ItemStock
            set StockRunsShort to true
            compute NightInteger = FirstNightInteger + NightIdx - 1
            move function date-of-integer(NightInteger) to ShortNightDate
        end-if
    end-perform
    .

CountBookingAgainstNights section.
    compute BookingFirstInteger = function integer-of-date(
        function numval(HireFirstNight of HireBookingRecord))
    compute BookingLastInteger = function integer-of-date(
        function numval(HireLastNight of HireBookingRecord))
    perform varying NightIdx from 1 by 1 until NightIdx > EnteredNights
        compute NightInteger = FirstNightInteger + NightIdx - 1
        if NightInteger >= BookingFirstInteger
            and NightInteger <= BookingLastInteger
            add HireQuantity of HireBookingRecord to NightAlreadyOut(NightIdx)
        end-if
    end-perform
    .

FindNextBookingSeq section.
    move 1 to NextBookingSeq
    move EnteredAuthCode to HireAuthCode of HireBookingRecord
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
            or HireAuthCode of HireBookingRecord not equal to EnteredAuthCode
            compute NextBookingSeq = HireBookingSeq of HireBookingRecord + 1
            read HireBookingsFile next record
                at end set EndOfHireBookingsFile to true
            end-read
        end-perform
    close HireBookingsFile
    .

ListAttendeeHires section.
    move zero to BookingsListed
    display "No   Item    Qty  Nights             State  Deposit"
    move EnteredAuthCode to HireAuthCode of HireBookingRecord
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
            or HireAuthCode of HireBookingRecord not equal to EnteredAuthCode
            add 1 to BookingsListed
            move HireDeposit of HireBookingRecord to DepositDisplay
            display HireBookingSeq of HireBookingRecord "  "
                HireBookedItem of HireBookingRecord "  "
                HireQuantity of HireBookingRecord "   "
                HireFirstNight of HireBookingRecord "-"
                HireLastNight of HireBookingRecord "  "
                HireState of HireBookingRecord "      $" DepositDisplay
            read HireBookingsFile next record
                at end set EndOfHireBookingsFile to true
            end-read
        end-perform
    close HireBookingsFile
    if BookingsListed equal to zero
        display "No hire bookings for " EnteredAuthCode
    else
        display "Booking number: " with no advancing
        accept EnteredBookingSeq from console
    end-if
    .

IssueHireItem section.
    display "AuthCode: " with no advancing
    accept EnteredAuthCode from console
    move function upper-case(EnteredAuthCode) to EnteredAuthCode
    perform ListAttendeeHires
    if BookingsListed equal to zero
        exit section
    end-if
    open i-o HireBookingsFile
        move EnteredAuthCode to HireAuthCode of HireBookingRecord
        move EnteredBookingSeq to HireBookingSeq of HireBookingRecord
        read HireBookingsFile
            invalid key
                display "No hire booking " EnteredBookingSeq
                    " for " EnteredAuthCode
            not invalid key
                if HireIsBooked of HireBookingRecord
                    set HireIsIssued of HireBookingRecord to true
                    move function current-date(1:15)
                        to HireIssuedStamp of HireBookingRecord
                    rewrite HireBookingRecord
                    display "Issued " HireQuantity of HireBookingRecord
                        " x " HireBookedItem of HireBookingRecord
                        " to " EnteredAuthCode
                else
                    display "That booking is not waiting to be issued"
                end-if
        end-read
    close HireBookingsFile
    .

ReturnHireItem section.
    perform FindHiringAttendee
    if AttendeeName of HiringAttendee equal to high-values
        exit section
    end-if
    perform ListAttendeeHires
    if BookingsListed equal to zero
        exit section
    end-if
    move zero to DamageOverDeposit
    open i-o HireBookingsFile
        move EnteredAuthCode to HireAuthCode of HireBookingRecord
        move EnteredBookingSeq to HireBookingSeq of HireBookingRecord
        read HireBookingsFile
            invalid key
                display "No hire booking " EnteredBookingSeq
                    " for " EnteredAuthCode
            not invalid key
                if HireIsIssued of HireBookingRecord
                    perform CheckInHireItem
                else
                    display "That booking is not out on hire"
                end-if
        end-read
    close HireBookingsFile

    if DamageOverDeposit > zero
        add DamageOverDeposit to AmountToPay of HiringAttendee
        if AmountPaid of HiringAttendee < AmountToPay of HiringAttendee
            set AttendeeNotPaid of HiringAttendee to true
        end-if
        call "UpdateAttendee" using by content AttendeeFileName,
            HiringAttendee
        move DamageOverDeposit to AmountDisplay
        display "Damage beyond the deposit - $" AmountDisplay
            " added to the account"
    end-if
    .

CheckInHireItem section.
    display "Damage charge (0 if returned in good order): "
        with no advancing
    accept DamageEntered from console
    if DamageEntered > zero
        display "Damage note: " with no advancing
        accept HireDamageNote of HireBookingRecord from console
    end-if
    move DamageEntered to HireDamageCharge of HireBookingRecord
    if DamageEntered > HireDeposit of HireBookingRecord
        move zero to HireDepositRefund of HireBookingRecord
        compute DamageOverDeposit =
            DamageEntered - HireDeposit of HireBookingRecord
    else
        compute HireDepositRefund of HireBookingRecord =
            HireDeposit of HireBookingRecord - DamageEntered
    end-if
    set HireIsReturned of HireBookingRecord to true
    move function current-date(1:15) to HireReturnedStamp of HireBookingRecord
    move spaces to HireRefundDate of HireBookingRecord
    rewrite HireBookingRecord
    move HireDepositRefund of HireBookingRecord to DepositDisplay
    display "Checked in - deposit refund of $" DepositDisplay
        " goes out in the next refund run"
    .

CancelHireBooking section.
    perform FindHiringAttendee
    if AttendeeName of HiringAttendee equal to high-values
        exit section
    end-if
    perform ListAttendeeHires
    if BookingsListed equal to zero
        exit section
    end-if
    move zero to AccountChange
    open i-o HireBookingsFile
        move EnteredAuthCode to HireAuthCode of HireBookingRecord
        move EnteredBookingSeq to HireBookingSeq of HireBookingRecord
        read HireBookingsFile
            invalid key
                display "No hire booking " EnteredBookingSeq
                    " for " EnteredAuthCode
            not invalid key
                if HireIsBooked of HireBookingRecord
                    set HireIsCancelled of HireBookingRecord to true
                    rewrite HireBookingRecord
                    compute AccountChange = HireCharge of HireBookingRecord
                        + HireDeposit of HireBookingRecord
                else
                    display "Only bookings not yet issued can be cancelled"
                end-if
        end-read
    close HireBookingsFile

    if AccountChange > zero
        if AccountChange > AmountToPay of HiringAttendee
            move zero to AmountToPay of HiringAttendee
        else
            subtract AccountChange from AmountToPay of HiringAttendee
        end-if
        if AmountPaid of HiringAttendee >= AmountToPay of HiringAttendee
            set AttendeePaid of HiringAttendee to true
        end-if
        call "UpdateAttendee" using by content AttendeeFileName,
            HiringAttendee
        move AccountChange to AmountDisplay
        display "Hire cancelled - $" AmountDisplay " taken off the account"
    end-if
    .

end program TakeHireEntry.
