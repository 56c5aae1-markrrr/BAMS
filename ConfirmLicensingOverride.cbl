identification division.
program-id. ConfirmLicensingOverride is initial.

environment division.
input-output section.
    file-control.
        select optional OperatorsFile assign to OperatorsFileName
            organization is indexed
            access mode is dynamic
            record key is OperatorCode
            file status is OperatorsStatus.

        select optional LicensingOverrideFile assign to LicensingOverrideFileName
            organization is line sequential
            file status is LicensingOverrideStatus.

data division.
file section.
    fd OperatorsFile.
        copy OperatorRecord replacing OperatorRecord by
            ==OperatorFileRecord.
            88 EndOfOperatorsFile value high-values==.

    fd LicensingOverrideFile.
        copy LicensingOverrideEntry.

working-storage section.
    01 OperatorsStatus pic x(2).
    01 LicensingOverrideStatus pic x(2).
    01 OperatorsFileName pic x(20) value "operators.dat".
    01 LicensingOverrideFileName pic x(24) value "licensing-overrides.log".

    copy OperatorSession.

    01 SupervisorCode pic x(3) value spaces.
    01 SupervisorPin pic x(8) value spaces.
    01 SupervisorPinHash pic 9(9) value zero.
    01 SupervisorReason pic x(40) value spaces.

linkage section.
    01 SaleAuthCode pic x(6).
    01 SaleProductCode pic x(4).
    01 OverrideFlag pic 9.
        88 OverrideIsConfirmed value 1.

procedure division using SaleAuthCode, SaleProductCode, OverrideFlag.
    move zero to OverrideFlag
    call "GetCurrentOperator" using by reference OperatorSession
    display "Supervisor operator code (blank to refuse): " with no advancing
    accept SupervisorCode from console
    move function upper-case(SupervisorCode) to SupervisorCode
    if SupervisorCode equal to spaces
        goback
    end-if
    if SupervisorCode equal to SessionOperatorCode
        display "The override must come from someone other than "
            SessionOperatorCode
        goback
    end-if

    open input OperatorsFile
    move SupervisorCode to OperatorCode of OperatorFileRecord
    read OperatorsFile
        invalid key
            display "Unknown operator code " SupervisorCode
        not invalid key
            perform CheckSupervisor
    end-read
    close OperatorsFile
    if not OverrideIsConfirmed
        goback
    end-if

    display "Reason for serving outside licensed hours: " with no advancing
    accept SupervisorReason from console
    if SupervisorReason equal to spaces
        display "A reason must be recorded - sale refused"
        move zero to OverrideFlag
        goback
    end-if

    move function current-date(1:15) to OverrideTimestamp
    move SaleAuthCode to OverrideAuthCode
    move SaleProductCode to OverrideProductCode
    move SessionOperatorCode to OverrideTillOperator
    move SupervisorCode to OverrideSupervisor
    move SupervisorReason to OverrideReason
    open extend LicensingOverrideFile
        write LicensingOverrideEntry
    close LicensingOverrideFile
    goback
    .

CheckSupervisor section.
    *> Only the licence holder's delegates - admins and treasurers - may override
    if not (OperatorRoleIsAdmin of OperatorFileRecord
        or OperatorRoleIsTreasurer of OperatorFileRecord)
        display SupervisorCode " is not a supervisor"
        exit section
    end-if
    if OperatorIsLockedOut of OperatorFileRecord
        display SupervisorCode " is locked out"
        exit section
    end-if
    if OperatorHasNoPin of OperatorFileRecord
        set OverrideIsConfirmed to true
    else
        display "Supervisor PIN: " with no advancing
        accept SupervisorPin from console
        call "HashOperatorPin" using SupervisorPin, SupervisorPinHash
        if SupervisorPinHash equal to OperatorPinHash of OperatorFileRecord
            set OverrideIsConfirmed to true
        else
            display "Wrong PIN"
        end-if
    end-if
    .

end program ConfirmLicensingOverride.
