        88 OpeningCase value "O", "o".
        88 ClosingCase value "C", "c".
    01 EnteredCaseID pic x(6) value spaces.
    01 ClosingNoteLength pic 999 value 100.
    copy IncidentCase replacing IncidentCase by ==ShownCase==.
    01 SensitiveAccess pic 9 value zero.
        88 SensitiveIsVisible value 1.
    01 ReadLogKey pic x(15) value spaces.

procedure division.
    display "Incident cases - O=open a new case, C=close one: "
    accept CaseCategory of NewCase from console
    move function upper-case(CaseCategory of NewCase)
        to CaseCategory of NewCase
    display "Where (location code, blank if not site-specific): "
        with no advancing
    accept CaseLocation of NewCase from console
    display "What happened: " with no advancing
    accept CaseNote of NewCase from console
    display "Follow-up owner (operator code): " with no advancing
                if CaseClosed of IncidentCaseRecord
                    display "Case " EnteredCaseID " is already closed"
                else
                    perform ShowCaseBeingClosed
                    display "Closing note: " with no advancing
                    accept CaseClosingNote of IncidentCaseRecord from console
                    call "ProtectSensitiveText" using by content "E",
                        CaseID of IncidentCaseRecord,
                        by reference CaseClosingNote of IncidentCaseRecord,
                        by content ClosingNoteLength
                    set CaseClosed of IncidentCaseRecord to true
                    move function current-date(1:15)
                        to CaseClosedStamp of IncidentCaseRecord
    close IncidentCasesFile
    .

ShowCaseBeingClosed section.
    *> The stored record keeps its protected note - only a copy is revealed
    move IncidentCaseRecord to ShownCase
    call "ProtectCaseFields" using by content "D", by reference ShownCase
    display "Opened " CaseOpenedStamp of ShownCase " by "
        CaseOpenedBy of ShownCase " - "
        function trim(CaseCategory of ShownCase) " "
        CaseAuthCode of ShownCase
    display "  " function trim(CaseNote of ShownCase)
    call "CheckSensitiveAccess" using by reference SensitiveAccess
    if SensitiveIsVisible
        move CaseID of ShownCase to ReadLogKey
        call "LogSensitiveRead" using by content "CASE    ", ReadLogKey,
            CaseAuthCode of ShownCase, "C", "INCIDENT    "
    end-if
    .

end program TakeIncidentCaseEntry.
