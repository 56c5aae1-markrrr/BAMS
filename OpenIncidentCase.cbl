        88 RecordExists  value "22".

    copy OperatorSession.
    01 CheckedLocation pic x(20) value spaces.
    01 LocationFlag pic 9 value zero.
        88 LocationIsKnown value 1.

linkage section.
    01 IncidentCaseFileName pic x(24) value "incident-cases.dat".
    call "GetCurrentOperator" using by reference OperatorSession
    move SessionOperatorCode to CaseOpenedBy of ThisCase
    set CaseOpen of ThisCase to true
    if CaseLocation of ThisCase not equal to spaces
        perform CheckCaseLocation
    end-if

    *> The caller keeps the note in clear for the incident log entry
    move ThisCase to IncidentCaseRecord
    call "ProtectCaseFields" using by content "E",
        by reference IncidentCaseRecord
    open i-o IncidentCasesFile
        write IncidentCaseRecord
            invalid key
                display "Error - status is " IncidentCaseStatus
            not invalid key
    goback
    .

CheckCaseLocation section.
    *> The case is still opened - an unrecognised place must not hold it up
    move CaseLocation of ThisCase to CheckedLocation
    call "ResolveSiteLocation" using by reference CheckedLocation, LocationFlag
    if LocationIsKnown
        move CheckedLocation to CaseLocation of ThisCase
    else
        display "Location " function trim(CaseLocation of ThisCase)
            " is not on the location master - case opened without one"
        move spaces to CaseLocation of ThisCase
    end-if
    .

end program OpenIncidentCase.
