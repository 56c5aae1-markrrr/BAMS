01 SensitiveReadLogEntry.
    05 ReadTimestamp  pic x(15).
    05 filler         pic x value space.
    05 ReadOperator   pic x(3).
    05 filler         pic x value space.
    05 ReadRecordType pic x(8).
        88 ReadOfAttendee    value "ATTENDEE".
        88 ReadOfAccessNeed  value "ACCESS  ".
        88 ReadOfCase        value "CASE    ".
        88 ReadOfFirstAid    value "FIRSTAID".
        88 ReadOfIncidentLog value "INCIDENT".
        88 ReadOfExtract     value "EXTRACT ".
    05 filler         pic x value space.
    05 ReadRecordKey  pic x(15).
    05 filler         pic x value space.
    05 ReadAuthCode   pic x(6).
    05 filler         pic x value space.
    05 ReadReason     pic x.
        88 ReadForWelfareCheck  value "W".
        88 ReadForCaseFollowUp  value "C".
        88 ReadForMedicalCare   value "M".
        88 ReadForEmergency     value "E".
        88 ReadForSubjectAccess value "S".
        88 ReadForDailyDigest   value "D".
        88 ReadForBulkReport    value "B".
        88 ReadReasonIsValid    values "W", "C", "M", "E", "S", "D", "B".
    05 filler         pic x value space.
    05 ReadSource     pic x(12).
