identification division.
program-id. GetWorkshopFeeBalance is initial.

environment division.
input-output section.
    file-control.
        select optional WorkshopChargeLogFile assign to WorkshopChargeFileName
            organization is line sequential
            file status is WorkshopChargeStatus.

data division.
file section.
    fd WorkshopChargeLogFile.
        copy WorkshopChargeEntry.

working-storage section.
    01 WorkshopChargeStatus pic x(2).
        88 WorkshopChargeOk  values "00", "05".
        88 WorkshopChargeEof value "10".
    01 WorkshopChargeFileName pic x(24) value "workshop-charges.dat".

linkage section.
    01 FeeAuthCode pic x(6).
    01 NetFeesCharged pic s9(5)v99.

procedure division using FeeAuthCode, NetFeesCharged.
    move zero to NetFeesCharged
    open input WorkshopChargeLogFile
        read WorkshopChargeLogFile
            at end set WorkshopChargeEof to true
        end-read
        perform until WorkshopChargeEof
            if WorkshopChargeAuthCode equal to FeeAuthCode
                if WorkshopFeeCharged
                    add WorkshopChargeAmount to NetFeesCharged
                else
                    subtract WorkshopChargeAmount from NetFeesCharged
                end-if
            end-if
            read WorkshopChargeLogFile
                at end set WorkshopChargeEof to true
            end-read
        end-perform
    close WorkshopChargeLogFile
    goback
    .

end program GetWorkshopFeeBalance.
