            10 DebtorsOnDayTotal pic 9(7)v99 value zero.
    01 GrandTotalOwed pic 9(8)v99 value zero.
    01 TotalDisplay pic z(7)9.99 value zero.
    01 WorkshopFeesOwed pic s9(5)v99 value zero.
    01 WorkshopFeesTotal pic 9(7)v99 value zero.
    copy ReportWriterRequest.
    copy NightlyExtractRequest.
    copy NightlyExtract.
    01 NightlyExtractFileName pic x(20) value "nightly-extract.dat".

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
        to ReportLineText
    call "ReportWriter" using ReportWriterRequest

    if AttendeeFileName equal to NightlyExtractFileName
        perform ReportFromNightlyExtract
    else
        perform ReportFromAttendeesFile
    end-if

    move spaces to ReportLineText
    call "ReportWriter" using ReportWriterRequest
    string "Total outstanding: $" TotalDisplay
        delimited by size into ReportLineText
    call "ReportWriter" using ReportWriterRequest
    if WorkshopFeesTotal > zero
        move spaces to ReportLineText
        move WorkshopFeesTotal to TotalDisplay
        string "  of which workshop materials fees: $" TotalDisplay
            delimited by size into ReportLineText
        call "ReportWriter" using ReportWriterRequest
    end-if
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

ReportFromAttendeesFile section.
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            perform ReportIfOwing
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    .

ReportFromNightlyExtract section.
    move "OPEN" to ExtractAction
    move AttendeeFileName to ExtractFileName
    call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
    perform NextExtractAttendee
    perform until not ExtractRecordReturned
        perform ReportIfOwing
        perform NextExtractAttendee
    end-perform
    .

NextExtractAttendee section.
    move "NEXT" to ExtractAction
    call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
    if ExtractRecordReturned
        move ExtractAttendeeImage to AttendeeRecord
    end-if
    .

ReportIfOwing section.
    if AttendeeNotPaid of AttendeeRecord and not AttendeeCancelled of AttendeeRecord
        perform ReportDebtor
    end-if
    .

ReportDebtor section.
    subtract AmountPaid of AttendeeRecord from AmountToPay of AttendeeRecord
        giving BalanceOwed
            "  " Email of AttendeeRecord "  " Telephone of AttendeeRecord
            "  $" BalanceDisplay delimited by size into ReportLineText
        call "ReportWriter" using ReportWriterRequest
        perform NoteWorkshopFeesOwed

        add BalanceOwed to GrandTotalOwed
        set EventDayIdx to 1
    end-if
    .

NoteWorkshopFeesOwed section.
    call "GetWorkshopFeeBalance" using AuthCode of AttendeeRecord,
        by reference WorkshopFeesOwed
    if WorkshopFeesOwed > zero
        if WorkshopFeesOwed > BalanceOwed
            move BalanceOwed to WorkshopFeesOwed
        end-if
        add WorkshopFeesOwed to WorkshopFeesTotal
        move WorkshopFeesOwed to BalanceDisplay
        move spaces to ReportLineText
        string "    (includes workshop materials fees of $" BalanceDisplay ")"
            delimited by size into ReportLineText
        call "ReportWriter" using ReportWriterRequest
    end-if
    .

end program GetDebtorsAgingReport.
