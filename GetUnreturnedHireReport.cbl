identification division.
program-id. GetUnreturnedHireReport is initial.

environment division.
input-output section.
    file-control.
        select optional HireClearanceLogFile assign to HireClearanceLogFileName
            organization is line sequential
            file status is HireClearanceLogStatus.

        select optional HireBookingsFile assign to HireBookingsFileName
            organization is indexed
            access mode is dynamic
            record key is HireBookingKey
            file status is HireBookingStatus.

data division.
file section.
    fd HireClearanceLogFile.
        copy HireClearanceEntry.

    fd HireBookingsFile.
        copy HireBooking replacing HireBooking by
            ==HireBookingRecord.
            88 EndOfHireBookingsFile value high-values==.

working-storage section.
    01 HireClearanceLogStatus pic x(2).
        88 HireClearanceLogOk  values "00", "05".
        88 HireClearanceLogEof value "10".
    01 HireBookingStatus pic x(2).

    01 HireClearanceLogFileName pic x(24) value "hire-unreturned.log".
    01 HireBookingsFileName pic x(24) value "hire-bookings.dat".

    copy Attendee replacing Attendee by ==HiringAttendee==.

    01 ListedTable.
        05 NumberListed pic 999 value zero.
        05 ListedBooking occurs 300 times indexed by ListedIdx.
            10 ListedAuthCode pic x(6).
            10 ListedSeq      pic 999.
    01 AlreadyListedFlag pic 9 value zero.
        88 BookingAlreadyListed value 1.
    01 DepositsHeld pic 9(6)v99 value zero.
    01 DepositDisplay pic z(4)9.99 value zero.
    01 TotalDisplay pic z(5)9.99 value zero.
    copy ReportWriterRequest.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "HIRE ITEMS NOT RETURNED AT DEPARTURE" to ReportTitle
    move "spool-hireunreturned.txt" to ReportSpoolName
    move HireClearanceLogFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    move "AuthCode No  Item    Qty Cleared          Deposit  Name / telephone"
        to ReportLineText
    perform EmitLine

    open input HireClearanceLogFile
        read HireClearanceLogFile
            at end set HireClearanceLogEof to true
        end-read
        perform until HireClearanceLogEof
            perform ReportIfStillOut
            read HireClearanceLogFile
                at end set HireClearanceLogEof to true
            end-read
        end-perform
    close HireClearanceLogFile

    if NumberListed equal to zero
        move "(everything cleared at departure has come back)"
            to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    move DepositsHeld to TotalDisplay
    string "Bookings still out: " NumberListed
        "   Deposits held: $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move "Deposits stay held until the item is checked back in on HIRE"
        to ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

ReportIfStillOut section.
    *> A clearance can be run more than once, so list each booking once
    move zero to AlreadyListedFlag
    perform varying ListedIdx from 1 by 1
        until ListedIdx > NumberListed or BookingAlreadyListed
        if ListedAuthCode(ListedIdx) equal to ClearedAuthCode
            and ListedSeq(ListedIdx) equal to ClearedBookingSeq
            set BookingAlreadyListed to true
        end-if
    end-perform
    if BookingAlreadyListed or NumberListed >= 300
        exit section
    end-if

    open input HireBookingsFile
        move ClearedAuthCode to HireAuthCode of HireBookingRecord
        move ClearedBookingSeq to HireBookingSeq of HireBookingRecord
        read HireBookingsFile
            invalid key continue
            not invalid key
                if HireIsIssued of HireBookingRecord
                    perform ReportUnreturnedLine
                end-if
        end-read
    close HireBookingsFile
    .

ReportUnreturnedLine section.
    add 1 to NumberListed
    set ListedIdx to NumberListed
    move ClearedAuthCode to ListedAuthCode(ListedIdx)
    move ClearedBookingSeq to ListedSeq(ListedIdx)
    add HireDeposit of HireBookingRecord to DepositsHeld

    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content ClearedAuthCode,
        by reference HiringAttendee
    if AttendeeName of HiringAttendee equal to high-values
        move "(not on the attendee file)" to AttendeeName of HiringAttendee
        move spaces to Telephone of HiringAttendee
    end-if
    move HireDeposit of HireBookingRecord to DepositDisplay
    string ClearedAuthCode "   " ClearedBookingSeq " "
        HireBookedItem of HireBookingRecord "  "
        HireQuantity of HireBookingRecord "  "
        ClearedTimestamp "  $" DepositDisplay "  "
        function trim(AttendeeName of HiringAttendee) " "
        Telephone of HiringAttendee
        delimited by size into ReportLineText
    perform EmitLine
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetUnreturnedHireReport.
