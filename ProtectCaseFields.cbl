identification division.
program-id. ProtectCaseFields is initial.

data division.
working-storage section.
    01 NoteLength pic 999 value 100.

linkage section.
    01 ProtectMode pic x.
    copy IncidentCase replacing IncidentCase by ==ProtectedCase==.

procedure division using ProtectMode, ProtectedCase.
    call "ProtectSensitiveText" using ProtectMode, CaseID of ProtectedCase,
        CaseNote of ProtectedCase, NoteLength
    call "ProtectSensitiveText" using ProtectMode, CaseID of ProtectedCase,
        CaseClosingNote of ProtectedCase, NoteLength
    goback
    .

end program ProtectCaseFields.
