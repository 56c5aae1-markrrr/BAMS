
    01 IncomeDisplay pic z(7)9.99 value zero.
    copy ReportWriterRequest.
    copy NightlyExtractRequest.
    copy NightlyExtract.
    01 NightlyExtractFileName pic x(20) value "nightly-extract.dat".

    01 MonthTallyTable.
        05 NumberOfMonths pic 99 value zero.
        by reference PricingTable, SiteCapacity, EventWindowClosedDate,
        MaximumKidsPerAdult

    if AttendeeFileName equal to NightlyExtractFileName
        perform TallyFromNightlyExtract
    else
        perform TallyFromAttendeesFile
    end-if

    perform PrintReport
    goback
    .

TallyFromAttendeesFile section.
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            perform TallyIfBooked
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    .

TallyFromNightlyExtract section.
    move "OPEN" to ExtractAction
    move AttendeeFileName to ExtractFileName
    call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
    perform NextExtractAttendee
    perform until not ExtractRecordReturned
        perform TallyIfBooked
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

TallyIfBooked section.
    if not AttendeeCancelled of AttendeeRecord
        perform TallyAttendeeRevenue
    end-if
    .

TallyAttendeeRevenue section.
