identification division.
program-id. SetWorkshopFee is initial.

environment division.
input-output section.
    file-control.
        select optional WorkshopFeesFile assign to WorkshopFeeFileName
            organization is indexed
            access mode is dynamic
            record key is WorkshopFeeSessionID
            file status is WorkshopFeeStatus.

data division.
file section.
    fd WorkshopFeesFile.
        copy WorkshopFee replacing WorkshopFee by
            ==WorkshopFeeRecord.
            88 EndOfWorkshopFeesFile value high-values==.

working-storage section.
    01 WorkshopFeeStatus pic x(2).
        88 RecordExists value "22".

    01 WorkshopFeeFileName pic x(20) value "workshop-fees.dat".

linkage section.
    01 FeeSessionID pic x(6).
    01 FeeAmount pic 9(3)v99.

procedure division using FeeSessionID, FeeAmount.
    move FeeSessionID to WorkshopFeeSessionID of WorkshopFeeRecord
    move FeeAmount to WorkshopFeeAmount of WorkshopFeeRecord
    open i-o WorkshopFeesFile
        write WorkshopFeeRecord
            invalid key
                if RecordExists
                    rewrite WorkshopFeeRecord
                else
                    display "Error - status is " WorkshopFeeStatus
                end-if
        end-write
    close WorkshopFeesFile
    goback
    .

end program SetWorkshopFee.
