identification division.
program-id. TakeFirstAidEntry is initial.

environment division.
configuration section.
    repository.
        function createAuthCode.

input-output section.
    file-control.
        select optional TreatmentsFile assign to TreatmentFileName
            organization is indexed
            access mode is dynamic
            record key is TreatmentID
            file status is TreatmentStatus.

data division.
file section.
    fd TreatmentsFile.
        copy FirstAidTreatment replacing FirstAidTreatment by
            ==TreatmentRecord.
            88 EndOfTreatmentsFile value high-values==.

working-storage section.
    01 TreatmentStatus pic x(2).
        88 RecordExists value "22".

    01 TreatmentFileName pic x(20) value "first-aid.dat".
    01 IncidentCaseFileName pic x(24) value "incident-cases.dat".
    copy Attendee replacing Attendee by ==PatientAttendee==.
    copy IncidentCase replacing IncidentCase by ==ReferralCase==.
    copy OperatorSession.

    01 ActionEntry pic x value space.
        88 BookingPatientIn  value "N", "n".
        88 DischargingPatient value "D", "d".
        88 ListingInPost     value "L", "l".
        88 ViewingDayLog     value "V", "v".
    01 EnteredTreatmentID pic x(6) value spaces.
    01 RequestedDate pic x(8) value spaces.
    01 OutcomeEntry pic x value space.
    01 PatientsListed pic 999 value zero.
    01 OutcomeText pic x(8) value spaces.
    01 ReadLogKey pic x(15) value spaces.
    01 ReadLogReason pic x value space.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    display "First aid post - N=patient in, D=discharge/complete record,"
        " L=list in post, V=view day's log: " with no advancing
    accept ActionEntry from console
    evaluate true
        when BookingPatientIn perform TakePatientIn
        when DischargingPatient perform TakeDischarge
        when ListingInPost perform ListPatientsInPost
        when ViewingDayLog perform ViewDayLog
        when other display "No action taken"
    end-evaluate
    goback
    .

TakePatientIn section.
    initialize TreatmentRecord
    display "AuthCode (blank if not an attendee): " with no advancing
    accept TreatmentAuthCode of TreatmentRecord from console
    move function upper-case(TreatmentAuthCode of TreatmentRecord)
        to TreatmentAuthCode of TreatmentRecord
    if not PatientNotAnAttendee of TreatmentRecord
        call "GetAttendeeByAuthCode" using by content AttendeeFileName,
            TreatmentAuthCode of TreatmentRecord,
            by reference PatientAttendee
        if AttendeeName of PatientAttendee equal to high-values
            display "AuthCode not found - recording as a non-attendee"
            move spaces to TreatmentAuthCode of TreatmentRecord
        else
            display "Booking: " function trim(AttendeeName of PatientAttendee)
        end-if
    end-if
    display "Patient name: " with no advancing
    accept TreatmentPatientName of TreatmentRecord from console
    display "Age: " with no advancing
    accept TreatmentPatientAge of TreatmentRecord from console
    display "Category (CUT/GRAZE, BURN, BITE/STING, SPRAIN, HEAD INJURY,"
        " HEAT/COLD, ILLNESS, ALLERGY, MEDICATION, OTHER): "
        with no advancing
    accept TreatmentCategory of TreatmentRecord from console
    move function upper-case(TreatmentCategory of TreatmentRecord)
        to TreatmentCategory of TreatmentRecord
    if not (TreatmentIsCut of TreatmentRecord
        or TreatmentIsBurn of TreatmentRecord
        or TreatmentIsSting of TreatmentRecord
        or TreatmentIsSprain of TreatmentRecord
        or TreatmentIsHead of TreatmentRecord
        or TreatmentIsHeat of TreatmentRecord
        or TreatmentIsIllness of TreatmentRecord
        or TreatmentIsAllergy of TreatmentRecord
        or TreatmentIsMedication of TreatmentRecord)
        set TreatmentIsOther of TreatmentRecord to true
    end-if
    display "Presenting complaint: " with no advancing
    accept PresentingComplaint of TreatmentRecord from console

    move createAuthCode to TreatmentID of TreatmentRecord
    move function current-date(1:15) to TreatmentTimeIn of TreatmentRecord
    call "GetCurrentOperator" using by reference OperatorSession
    move SessionOperatorCode to TreatedBy of TreatmentRecord
    open i-o TreatmentsFile
        write TreatmentRecord
            invalid key
                display "Error - status is " TreatmentStatus
            not invalid key
                display "Patient booked in - treatment record "
                    TreatmentID of TreatmentRecord
        end-write
    close TreatmentsFile
    .

TakeDischarge section.
    display "Treatment record: " with no advancing
    accept EnteredTreatmentID from console
    move function upper-case(EnteredTreatmentID) to EnteredTreatmentID
    open i-o TreatmentsFile
        move EnteredTreatmentID to TreatmentID of TreatmentRecord
        read TreatmentsFile
            invalid key
                display "No treatment record " EnteredTreatmentID
            not invalid key
                perform CompleteTreatment
        end-read
    close TreatmentsFile
    .

CompleteTreatment section.
    if not PatientStillInPost of TreatmentRecord
        display "Patient was discharged at "
            TreatmentTimeOut of TreatmentRecord
        exit section
    end-if
    move "M" to ReadLogReason
    perform LogTreatmentRead
    display function trim(TreatmentPatientName of TreatmentRecord) " - "
        function trim(PresentingComplaint of TreatmentRecord)
    display "Treatment given: " with no advancing
    accept TreatmentGiven of TreatmentRecord from console
    display "Consumables used: " with no advancing
    accept ConsumablesUsed of TreatmentRecord from console
    display "Outcome (B=back to activity, H=sent home,"
        " R=referred to hospital): " with no advancing
    accept OutcomeEntry from console
    move function upper-case(OutcomeEntry) to TreatmentOutcome of TreatmentRecord
    if OutcomeNotYetRecorded of TreatmentRecord
        or not (OutcomeBackToActivity of TreatmentRecord
            or OutcomeSentHome of TreatmentRecord
            or OutcomeReferredHospital of TreatmentRecord)
        display "Outcome must be B, H or R - record left open"
        move space to TreatmentOutcome of TreatmentRecord
        exit section
    end-if
    move function current-date(1:15) to TreatmentTimeOut of TreatmentRecord
    if OutcomeReferredHospital of TreatmentRecord
        perform OpenReferralCase
    end-if
    rewrite TreatmentRecord
    display "Treatment record " TreatmentID of TreatmentRecord " completed"
    .

OpenReferralCase section.
    *> The incident case carries no clinical detail, only that a referral happened
    initialize ReferralCase
    move TreatmentAuthCode of TreatmentRecord to CaseAuthCode of ReferralCase
    set CaseSeverityHigh of ReferralCase to true
    set CaseIsMedical of ReferralCase to true
    string "Hospital referral from the first aid post - treatment record "
        TreatmentID of TreatmentRecord
        delimited by size into CaseNote of ReferralCase
    end-string
    call "GetCurrentOperator" using by reference OperatorSession
    move SessionOperatorCode to CaseFollowUpOwner of ReferralCase
    call "OpenIncidentCase" using by content IncidentCaseFileName,
        by reference ReferralCase
    move CaseID of ReferralCase to TreatmentCaseID of TreatmentRecord
    .

ListPatientsInPost section.
    display "Record Time in         Patient                        Category"
    perform StartTreatmentScan
    open input TreatmentsFile
        if not EndOfTreatmentsFile
            read TreatmentsFile next record
                at end set EndOfTreatmentsFile to true
            end-read
        end-if
        perform until EndOfTreatmentsFile
            if PatientStillInPost of TreatmentRecord
                add 1 to PatientsListed
                display TreatmentID of TreatmentRecord " "
                    TreatmentTimeIn of TreatmentRecord " "
                    TreatmentPatientName of TreatmentRecord " "
                    TreatmentCategory of TreatmentRecord
            end-if
            read TreatmentsFile next record
                at end set EndOfTreatmentsFile to true
            end-read
        end-perform
    close TreatmentsFile
    if PatientsListed equal to zero
        display "(nobody in the post)"
    end-if
    .

ViewDayLog section.
    display "Date (YYYYMMDD, blank for today): " with no advancing
    accept RequestedDate from console
    if RequestedDate equal to spaces
        move function current-date(1:8) to RequestedDate
    end-if
    call "AskReadReason" using by reference ReadLogReason
    perform StartTreatmentScan
    open input TreatmentsFile
        if not EndOfTreatmentsFile
            read TreatmentsFile next record
                at end set EndOfTreatmentsFile to true
            end-read
        end-if
        perform until EndOfTreatmentsFile
            if TreatmentTimeIn of TreatmentRecord(1:8) equal to RequestedDate
                add 1 to PatientsListed
                perform ShowTreatment
                perform LogTreatmentRead
            end-if
            read TreatmentsFile next record
                at end set EndOfTreatmentsFile to true
            end-read
        end-perform
    close TreatmentsFile
    display PatientsListed " patient(s) seen on " RequestedDate
    .

ShowTreatment section.
    evaluate true
        when OutcomeBackToActivity of TreatmentRecord
            move "ACTIVITY" to OutcomeText
        when OutcomeSentHome of TreatmentRecord
            move "HOME" to OutcomeText
        when OutcomeReferredHospital of TreatmentRecord
            move "HOSPITAL" to OutcomeText
        when other
            move "IN POST" to OutcomeText
    end-evaluate
    display " "
    display TreatmentID of TreatmentRecord " "
        function trim(TreatmentPatientName of TreatmentRecord)
        " (" TreatmentPatientAge of TreatmentRecord ") "
        TreatmentAuthCode of TreatmentRecord "  "
        TreatmentCategory of TreatmentRecord "  " OutcomeText
    display "  in  " TreatmentTimeIn of TreatmentRecord
        "  out " TreatmentTimeOut of TreatmentRecord
        "  by " TreatedBy of TreatmentRecord
    display "  complaint:   " function trim(PresentingComplaint of TreatmentRecord)
    display "  treatment:   " function trim(TreatmentGiven of TreatmentRecord)
    display "  consumables: " function trim(ConsumablesUsed of TreatmentRecord)
    if TreatmentCaseID of TreatmentRecord not equal to spaces
        display "  incident case " TreatmentCaseID of TreatmentRecord
    end-if
    .

LogTreatmentRead section.
    move TreatmentID of TreatmentRecord to ReadLogKey
    call "LogSensitiveRead" using by content "FIRSTAID", ReadLogKey,
        TreatmentAuthCode of TreatmentRecord, ReadLogReason, "FIRSTAID    "
    .

StartTreatmentScan section.
    move zero to PatientsListed
    move low-values to TreatmentID of TreatmentRecord
    start TreatmentsFile key is greater than TreatmentID of TreatmentRecord
        invalid key set EndOfTreatmentsFile to true
    end-start
    .

end program TakeFirstAidEntry.
