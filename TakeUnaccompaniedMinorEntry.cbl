identification division.
program-id. TakeUnaccompaniedMinorEntry is initial.

environment division.
input-output section.
    file-control.
        select optional MinorsFile assign to MinorFileName
            organization is indexed
            access mode is dynamic
            record key is MinorAuthCode of MinorRecord
            file status is MinorStatus.

data division.
file section.
    fd MinorsFile.
        copy UnaccompaniedMinor replacing UnaccompaniedMinor by
            ==MinorRecord.
            88 EndOfMinorsFile value high-values==.

working-storage section.
    01 MinorStatus pic x(2).
        88 RecordExists value "22".
    01 MinorFileName pic x(24) value "unaccompanied-minors.dat".
    copy OperatorSession.
    copy Attendee replacing Attendee by ==YoungPerson==.
    copy Attendee replacing Attendee by ==ResponsibleAdult==.
    copy UnaccompaniedMinor replacing UnaccompaniedMinor by ==AdultAsMinor==.

    01 ActionEntry pic x value space.
        88 AddingMinor      value "A", "a".
        88 ConfirmingConsent value "C", "c".
        88 WithdrawingConsent value "W", "w".
        88 ListingMinors    value "L", "l".
    01 EnteredAuthCode pic x(6) value spaces.
    01 EntryIsValid pic 9 value zero.
        88 MinorEntryIsValid value 1.
    01 MinorFound pic 9 value zero.
        88 MinorWasFound value 1.
    01 TodaysDate pic x(8) value spaces.
    01 AgeInYears pic 99 value zero.
    01 YoungestAge pic 99 value 16.
    01 MinorsListed pic 999 value zero.
    01 ConsentText pic x(9) value spaces.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    call "GetCurrentOperator" using by reference OperatorSession
    move function current-date(1:8) to TodaysDate
    display "Unaccompanied 16-17s - A=add/change, C=consent confirmed,"
    display "                       W=consent withdrawn, L=list: "
        with no advancing
    accept ActionEntry from console
    evaluate true
        when AddingMinor perform TakeMinor
        when ConfirmingConsent perform ConfirmConsent
        when WithdrawingConsent perform WithdrawConsent
        when ListingMinors perform ListMinors
        when other display "No action taken"
    end-evaluate
    goback
    .

TakeMinor section.
    initialize MinorRecord
    display "Young person's AuthCode: " with no advancing
    accept EnteredAuthCode from console
    move function upper-case(EnteredAuthCode) to EnteredAuthCode
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content EnteredAuthCode,
        by reference YoungPerson
    if AttendeeName of YoungPerson equal to high-values
        display "No attendee found for " EnteredAuthCode
        exit section
    end-if
    *> Changing the record keeps the consent already taken
    move EnteredAuthCode to MinorAuthCode of MinorRecord
    open input MinorsFile
        read MinorsFile
            invalid key set MinorConsentPending of MinorRecord to true
            not invalid key continue
        end-read
    close MinorsFile
    move EnteredAuthCode to MinorAuthCode of MinorRecord
    display "Recording " function trim(AttendeeName of YoungPerson)
    display "Date of birth (YYYYMMDD): " with no advancing
    accept MinorDateOfBirth of MinorRecord from console
    display "Responsible adult's AuthCode: " with no advancing
    accept MinorResponsibleAuthCode of MinorRecord from console
    move function upper-case(MinorResponsibleAuthCode of MinorRecord)
        to MinorResponsibleAuthCode of MinorRecord
    display "Parent or guardian name: " with no advancing
    accept MinorParentName of MinorRecord from console
    display "Parent or guardian phone: " with no advancing
    accept MinorParentPhone of MinorRecord from console
    display "Parent or guardian email: " with no advancing
    accept MinorParentEmail of MinorRecord from console

    perform ValidateMinor
    if not MinorEntryIsValid
        display "Nothing saved"
        exit section
    end-if

    open i-o MinorsFile
        write MinorRecord
            invalid key
                if RecordExists
                    rewrite MinorRecord
                else
                    display "Error - status is " MinorStatus
                end-if
        end-write
    close MinorsFile
    display "Saved - " function trim(AttendeeName of YoungPerson) " (age "
        AgeInYears ") with " function trim(AttendeeName of ResponsibleAdult)
    if not MinorConsentConfirmed of MinorRecord
        display "** No confirmed parental consent yet - the gate will"
            " refuse check-in **"
    end-if
    .

ValidateMinor section.
    move zero to EntryIsValid
    if MinorDateOfBirth of MinorRecord not numeric
        or MinorDateOfBirth of MinorRecord > TodaysDate
        display "Date of birth must be given as YYYYMMDD"
        exit section
    end-if
    compute AgeInYears =
        (function numval(TodaysDate) -
         function numval(MinorDateOfBirth of MinorRecord)) / 10000
    if AgeInYears < YoungestAge
        display "Under 16s must come with a parent"
        exit section
    end-if
    if AgeInYears > 17
        display "Aged " AgeInYears " - not a minor"
        exit section
    end-if
    if MinorResponsibleAuthCode of MinorRecord equal to
        MinorAuthCode of MinorRecord
        display "The responsible adult must be someone else"
        exit section
    end-if
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content MinorResponsibleAuthCode of MinorRecord,
        by reference ResponsibleAdult
    if AttendeeName of ResponsibleAdult equal to high-values
        display "No attendee found for "
            MinorResponsibleAuthCode of MinorRecord
        exit section
    end-if
    if AttendeeCancelled of ResponsibleAdult
        or AttendeeNoShow of ResponsibleAdult
        display "The responsible adult's booking is cancelled"
        exit section
    end-if
    call "GetUnaccompaniedMinor" using
        MinorResponsibleAuthCode of MinorRecord, AdultAsMinor
    if MinorAuthCode of AdultAsMinor not equal to spaces
        display "The responsible adult is under 18 themselves"
        exit section
    end-if
    if MinorParentName of MinorRecord equal to spaces
        or MinorParentPhone of MinorRecord equal to spaces
        display "A parent or guardian name and phone are needed"
        exit section
    end-if
    set MinorEntryIsValid to true
    .

ConfirmConsent section.
    *> Only once the signed consent form is in hand
    move zero to MinorFound
    display "Young person's AuthCode: " with no advancing
    accept EnteredAuthCode from console
    move function upper-case(EnteredAuthCode) to EnteredAuthCode
    move EnteredAuthCode to MinorAuthCode of MinorRecord
    open i-o MinorsFile
        read MinorsFile
            invalid key
                display "No unaccompanied minor record for " EnteredAuthCode
            not invalid key
                set MinorWasFound to true
        end-read
        if MinorWasFound
            display "Parent: " function trim(MinorParentName of MinorRecord)
                " " MinorParentPhone of MinorRecord
            display "Signed consent form seen (Y/N)? " with no advancing
            accept ActionEntry from console
            if ActionEntry equal to "Y" or ActionEntry equal to "y"
                set MinorConsentConfirmed of MinorRecord to true
                move TodaysDate to MinorConsentDate of MinorRecord
                move SessionOperatorCode to MinorConsentCheckedBy of MinorRecord
                rewrite MinorRecord
                display "Consent confirmed"
            else
                display "Nothing changed"
            end-if
        end-if
    close MinorsFile
    .

WithdrawConsent section.
    display "Young person's AuthCode: " with no advancing
    accept EnteredAuthCode from console
    move function upper-case(EnteredAuthCode) to EnteredAuthCode
    move EnteredAuthCode to MinorAuthCode of MinorRecord
    open i-o MinorsFile
        read MinorsFile
            invalid key
                display "No unaccompanied minor record for " EnteredAuthCode
            not invalid key
                set MinorConsentWithdrawn of MinorRecord to true
                move TodaysDate to MinorConsentDate of MinorRecord
                move SessionOperatorCode to MinorConsentCheckedBy of MinorRecord
                rewrite MinorRecord
                display "Consent withdrawn - the gate will refuse check-in"
        end-read
    close MinorsFile
    .

ListMinors section.
    display "AuthCode Born     Adult  Consent   Parent"
    move low-values to MinorAuthCode of MinorRecord
    start MinorsFile key is greater than MinorAuthCode of MinorRecord
        invalid key set EndOfMinorsFile to true
    end-start
    open input MinorsFile
        if not EndOfMinorsFile
            read MinorsFile next record
                at end set EndOfMinorsFile to true
            end-read
        end-if
        perform until EndOfMinorsFile
            add 1 to MinorsListed
            evaluate true
                when MinorConsentConfirmed of MinorRecord
                    move "confirmed" to ConsentText
                when MinorConsentWithdrawn of MinorRecord
                    move "withdrawn" to ConsentText
                when other
                    move "pending" to ConsentText
            end-evaluate
            display MinorAuthCode of MinorRecord "   "
                MinorDateOfBirth of MinorRecord " "
                MinorResponsibleAuthCode of MinorRecord " " ConsentText " "
                function trim(MinorParentName of MinorRecord) " "
                MinorParentPhone of MinorRecord
            read MinorsFile next record
                at end set EndOfMinorsFile to true
            end-read
        end-perform
    close MinorsFile
    if MinorsListed equal to zero
        display "(no unaccompanied minors recorded)"
    end-if
    .

end program TakeUnaccompaniedMinorEntry.
