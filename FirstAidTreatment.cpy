01 FirstAidTreatment.
    05 TreatmentID          pic x(6).
    05 TreatmentAuthCode    pic x(6).
        88 PatientNotAnAttendee value spaces.
    05 TreatmentPatientName pic x(30).
    05 TreatmentPatientAge  pic 99.
    05 TreatmentTimeIn      pic x(15).
    05 TreatmentTimeOut     pic x(15).
        88 PatientStillInPost value spaces.
    05 TreatmentCategory    pic x(12).
        88 TreatmentIsCut       value "CUT/GRAZE   ".
        88 TreatmentIsBurn      value "BURN        ".
        88 TreatmentIsSting     value "BITE/STING  ".
        88 TreatmentIsSprain    value "SPRAIN      ".
        88 TreatmentIsHead      value "HEAD INJURY ".
        88 TreatmentIsHeat      value "HEAT/COLD   ".
        88 TreatmentIsIllness   value "ILLNESS     ".
        88 TreatmentIsAllergy   value "ALLERGY     ".
        88 TreatmentIsMedication value "MEDICATION  ".
        88 TreatmentIsOther     value "OTHER       ".
    05 PresentingComplaint  pic x(60).
    05 TreatmentGiven       pic x(60).
    05 TreatmentOutcome     pic x.
        88 OutcomeBackToActivity  value "B".
        88 OutcomeSentHome        value "H".
        88 OutcomeReferredHospital value "R".
        88 OutcomeNotYetRecorded  value " ".
    05 ConsumablesUsed      pic x(40).
    05 TreatedBy            pic x(3).
    05 TreatmentCaseID      pic x(6).
