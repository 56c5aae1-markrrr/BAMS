identification division.
program-id. ReadNightlyExtract.

environment division.
input-output section.
    file-control.
        select optional NightlyExtractFile assign to ActiveExtractName
            organization is line sequential
            file status is NightlyExtractStatus.

data division.
file section.
    fd NightlyExtractFile.
        01 NightlyExtractLine pic x(305).

working-storage section.
    01 NightlyExtractStatus pic x(2).
        88 NightlyExtractOk      value "00".
        88 NightlyExtractEof     value "10".
        88 NightlyExtractMissing values "05", "35".
    01 ActiveExtractName pic x(20) value spaces.
    01 ExtractIsOpenFlag pic 9 value zero.
        88 ExtractIsOpen value 1.
    01 LastPassResult pic 9 value 3.

    copy Attendee replacing Attendee by ==ExtractAttendee==.
    01 DetailsRead pic 9(6) value zero.
    01 PaidRead pic 9(9)v99 value zero.
    01 LoggedRead pic s9(9)v99 value zero.
    01 TodaysDate pic x(8) value spaces.

linkage section.
    copy NightlyExtractRequest.
    copy NightlyExtract.

procedure division using NightlyExtractRequest, NightlyExtract.
    *> The file is only trusted if what was read adds up to the trailer
    *> the build wrote - a short or edited extract fails the step using it
    evaluate true
        when ExtractActionOpen
            perform OpenExtract
        when ExtractActionNext
            perform ReadNextDetail
        when ExtractActionClose
            perform CloseExtract
        when ExtractActionStatus
            move LastPassResult to ExtractResult
    end-evaluate
    goback
    .

OpenExtract section.
    if ExtractIsOpen
        perform CloseExtract
    end-if
    move ExtractFileName to ActiveExtractName
    move zero to DetailsRead, PaidRead, LoggedRead
    move function current-date(1:8) to TodaysDate
    set ExtractNotAvailable to true
    move ExtractResult to LastPassResult
    open input NightlyExtractFile
    if NightlyExtractMissing
        close NightlyExtractFile
        exit section
    end-if
    read NightlyExtractFile into NightlyExtract
        at end set NightlyExtractEof to true
    end-read
    if NightlyExtractEof or not ExtractIsHeader
        or ExtractBuiltTimestamp(1:8) not equal to TodaysDate
        close NightlyExtractFile
        exit section
    end-if
    set ExtractIsOpen to true
    set ExtractRecordReturned to true
    .

ReadNextDetail section.
    if not ExtractIsOpen
        move LastPassResult to ExtractResult
        exit section
    end-if
    read NightlyExtractFile into NightlyExtract
        at end set NightlyExtractEof to true
    end-read
    evaluate true
        when NightlyExtractEof
            display "** Nightly extract ends without its trailer - "
                "it is incomplete **"
            set ExtractTotalsWrong to true
            perform EndPass
        when ExtractIsTrailer
            perform CheckTrailer
            perform EndPass
        when ExtractIsDetail
            move ExtractAttendeeImage to ExtractAttendee
            add 1 to DetailsRead
            add AmountPaid of ExtractAttendee to PaidRead
            add ExtractLoggedPayments to LoggedRead
            set ExtractRecordReturned to true
        when other
            display "** Nightly extract holds an unknown record type **"
            set ExtractTotalsWrong to true
            perform EndPass
    end-evaluate
    .

CheckTrailer section.
    if ExtractControlCount equal to DetailsRead
        and ExtractControlPaid equal to PaidRead
        and ExtractControlLogged equal to LoggedRead
        set ExtractAtEnd to true
    else
        display "** Nightly extract control totals do not agree - read "
            DetailsRead " of " ExtractControlCount " attendee(s) **"
        set ExtractTotalsWrong to true
    end-if
    .

EndPass section.
    move ExtractResult to LastPassResult
    close NightlyExtractFile
    move zero to ExtractIsOpenFlag
    .

CloseExtract section.
    if ExtractIsOpen
        close NightlyExtractFile
        move zero to ExtractIsOpenFlag
    end-if
    .

end program ReadNightlyExtract.
