    01 OpenedHour pic 99 value zero.
    01 AgeInHours pic s9(5) value zero.
    copy ReportWriterRequest.
    01 SensitiveAccess pic 9 value zero.
        88 SensitiveIsVisible value 1.
    01 ReadLogKey pic x(15) value spaces.

linkage section.
    01 IncidentCaseFileName pic x(24) value "incident-cases.dat".
    compute NowDayInteger =
        function integer-of-date(function numval(NowStamp(1:8)))
    compute NowHour = function numval(NowStamp(9:2))
    call "CheckSensitiveAccess" using by reference SensitiveAccess

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    compute AgeInHours =
        (NowDayInteger - OpenedDayInteger) * 24 + NowHour - OpenedHour

    call "ProtectCaseFields" using by content "D",
        by reference IncidentCaseRecord
    if SensitiveIsVisible
        move CaseID of IncidentCaseRecord to ReadLogKey
        call "LogSensitiveRead" using by content "CASE    ", ReadLogKey,
            CaseAuthCode of IncidentCaseRecord, "C", "INCIDENTS   "
    end-if
    move spaces to ReportLineText
    string CaseID of IncidentCaseRecord "  "
        CaseSeverity of IncidentCaseRecord "   "
