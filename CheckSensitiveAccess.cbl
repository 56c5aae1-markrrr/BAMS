identification division.
program-id. CheckSensitiveAccess is initial.

data division.
working-storage section.
    copy OperatorSession.

linkage section.
    01 SensitiveAccess pic 9.
        88 SensitiveIsVisible value 1.

procedure division using SensitiveAccess.
    *> Emergency contacts, welfare, access and incident notes are read in
    *> clear by the welfare roles alone - everyone else sees them masked
    move 0 to SensitiveAccess
    call "GetCurrentOperator" using by reference OperatorSession
    if SessionRoleIsAdmin or SessionRoleIsMedic
        set SensitiveIsVisible to true
    end-if
    goback
    .

end program CheckSensitiveAccess.
