    01 TotalArrears pic 9(7)v99 value zero.
    01 TotalDisplay pic z(6)9.99 value zero.
    copy ReportWriterRequest.
    copy NightlyExtractRequest.
    copy NightlyExtract.
    01 NightlyExtractFileName pic x(20) value "nightly-extract.dat".

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
        to ReportLineText
    perform EmitLine

    if AttendeeFileName equal to NightlyExtractFileName
        move "OPEN" to ExtractAction
        move AttendeeFileName to ExtractFileName
        call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
    end-if

    move low-values to PaymentPlanKey of PaymentPlanRecord
    start PaymentPlansFile key is greater than PaymentPlanKey of PaymentPlanRecord
        invalid key continue
        end-perform
    close PaymentPlansFile
    perform ReportAttendeeArrears
    if AttendeeFileName equal to NightlyExtractFileName
        perform NextExtractAttendee
            until not ExtractRecordReturned
    end-if

    move "------------------------------ --------  ------------------------------  ---------"
        to ReportLineText

ReportAttendeeArrears section.
    if PreviousAuthCode not equal low-values and DueToDate > zero
        if AttendeeFileName equal to NightlyExtractFileName
            perform FindExtractAttendee
        else
            call "GetAttendeeByAuthCode"
                using by content AttendeeFileName,
                by content PreviousAuthCode,
                by reference PlanAttendee
        end-if
        if AttendeeName of PlanAttendee not equal to high-values
            and not AttendeeCancelled of PlanAttendee
            and AmountPaid of PlanAttendee < DueToDate
    end-if
    .

FindExtractAttendee section.
    *> Plans and the extract are both in AuthCode order, so the extract is
    *> read forward alongside the plans rather than looked up
    perform NextExtractAttendee
        until not ExtractRecordReturned
            or ExtractAuthCode >= PreviousAuthCode
    if ExtractRecordReturned and ExtractAuthCode equal to PreviousAuthCode
        move ExtractAttendeeImage to PlanAttendee
    else
        move high-values to AttendeeName of PlanAttendee
    end-if
    .

NextExtractAttendee section.
    move "NEXT" to ExtractAction
    call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
