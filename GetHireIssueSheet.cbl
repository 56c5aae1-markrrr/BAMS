identification division.
program-id. GetHireIssueSheet is initial.

environment division.
input-output section.
    file-control.
        select optional HireBookingsFile assign to HireBookingsFileName
            organization is indexed
            access mode is dynamic
            record key is HireBookingKey
            file status is HireBookingStatus.

data division.
file section.
    fd HireBookingsFile.
        copy HireBooking replacing HireBooking by
            ==HireBookingRecord.
            88 EndOfHireBookingsFile value high-values==.

working-storage section.
    01 HireBookingStatus pic x(2).

    copy Attendee replacing Attendee by ==HiringAttendee==.

    01 SheetDate pic x(8) value spaces.
    01 SheetDateInteger pic 9(7) value zero.
    01 DueBackInteger pic 9(7) value zero.
    01 SheetPart pic x value space.
        88 ListingIssues  value "I".
        88 ListingReturns value "R".
    01 LateFlag pic x(10) value spaces.
    01 ListedInPart pic 999 value zero.
    01 IssuesListed pic 999 value zero.
    01 ReturnsListed pic 999 value zero.
    01 DepositDisplay pic z(4)9.99 value zero.
    copy ReportWriterRequest.

linkage section.
    01 HireBookingsFileName pic x(20) value "hire-bookings.dat".
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 RequestedDate pic x(8).

procedure division using HireBookingsFileName, AttendeeFileName,
    RequestedDate.
    if RequestedDate equal to spaces or RequestedDate is not numeric
        move function current-date(1:8) to SheetDate
    else
        move RequestedDate to SheetDate
    end-if
    compute SheetDateInteger =
        function integer-of-date(function numval(SheetDate))

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move spaces to ReportTitle
    string "HIRE TENT ISSUE / RETURN SHEET - " SheetDate
        delimited by size into ReportTitle
    move "spool-hiresheet.txt" to ReportSpoolName
    move HireBookingsFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    move "TO ISSUE" to ReportLineText
    perform EmitLine
    move "AuthCode No  Item    Qty Nights             Name" to ReportLineText
    perform EmitLine
    set ListingIssues to true
    perform ScanHireBookings
    move ListedInPart to IssuesListed
    if IssuesListed equal to zero
        move "(nothing to issue)" to ReportLineText
        perform EmitLine
    end-if

    perform EmitLine
    move "DUE BACK - check condition and note any damage" to ReportLineText
    perform EmitLine
    move "AuthCode No  Item    Qty Nights             Name                   Deposit"
        to ReportLineText
    perform EmitLine
    set ListingReturns to true
    perform ScanHireBookings
    move ListedInPart to ReturnsListed
    if ReturnsListed equal to zero
        move "(nothing due back)" to ReportLineText
        perform EmitLine
    end-if

    perform EmitLine
    string "To issue: " IssuesListed "   Due back: " ReturnsListed
        delimited by size into ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

ScanHireBookings section.
    move zero to ListedInPart
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
            evaluate true
                when ListingIssues
                    perform ListIfToIssue
                when ListingReturns
                    perform ListIfDueBack
            end-evaluate
            read HireBookingsFile next record
                at end set EndOfHireBookingsFile to true
            end-read
        end-perform
    close HireBookingsFile
    .

ListIfToIssue section.
    *> Anything booked from tonight or earlier that has not been collected
    if not HireIsBooked of HireBookingRecord
        or HireFirstNight of HireBookingRecord > SheetDate
        exit section
    end-if
    move spaces to LateFlag
    if HireFirstNight of HireBookingRecord < SheetDate
        move "(LATE)" to LateFlag
    end-if
    perform GetHirerName
    add 1 to ListedInPart
    string HireAuthCode of HireBookingRecord "   "
        HireBookingSeq of HireBookingRecord " "
        HireBookedItem of HireBookingRecord "  "
        HireQuantity of HireBookingRecord "  "
        HireFirstNight of HireBookingRecord "-"
        HireLastNight of HireBookingRecord " "
        AttendeeName of HiringAttendee(1:22) " " LateFlag
        delimited by size into ReportLineText
    perform EmitLine
    .

ListIfDueBack section.
    *> Due back the morning after the last night; earlier ones are overdue
    if not HireIsIssued of HireBookingRecord
        exit section
    end-if
    compute DueBackInteger = function integer-of-date(
        function numval(HireLastNight of HireBookingRecord)) + 1
    if DueBackInteger > SheetDateInteger
        exit section
    end-if
    move spaces to LateFlag
    if DueBackInteger < SheetDateInteger
        move "(OVERDUE)" to LateFlag
    end-if
    perform GetHirerName
    add 1 to ListedInPart
    move HireDeposit of HireBookingRecord to DepositDisplay
    string HireAuthCode of HireBookingRecord "   "
        HireBookingSeq of HireBookingRecord " "
        HireBookedItem of HireBookingRecord "  "
        HireQuantity of HireBookingRecord "  "
        HireFirstNight of HireBookingRecord "-"
        HireLastNight of HireBookingRecord " "
        AttendeeName of HiringAttendee(1:22) " $" DepositDisplay " "
        LateFlag
        delimited by size into ReportLineText
    perform EmitLine
    .

GetHirerName section.
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content HireAuthCode of HireBookingRecord,
        by reference HiringAttendee
    if AttendeeName of HiringAttendee equal to high-values
        move "(not on the attendee file)" to AttendeeName of HiringAttendee
    end-if
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetHireIssueSheet.
