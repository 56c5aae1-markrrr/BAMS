identification division.
program-id. PostWorkshopFee is initial.

environment division.
input-output section.
    file-control.
        select optional WorkshopFeesFile assign to WorkshopFeeFileName
            organization is indexed
            access mode is dynamic
            record key is WorkshopFeeSessionID
            file status is WorkshopFeeStatus.

        select optional WorkshopChargeLogFile assign to WorkshopChargeFileName
            organization is line sequential
            file status is WorkshopChargeStatus.

data division.
file section.
    fd WorkshopFeesFile.
        copy WorkshopFee replacing WorkshopFee by
            ==WorkshopFeeRecord.
            88 EndOfWorkshopFeesFile value high-values==.

    fd WorkshopChargeLogFile.
        copy WorkshopChargeEntry.

working-storage section.
    01 WorkshopFeeStatus pic x(2).
    01 WorkshopChargeStatus pic x(2).
        88 WorkshopChargeOk  values "00", "05".
        88 WorkshopChargeEof value "10".

    01 WorkshopFeeFileName pic x(20) value "workshop-fees.dat".
    01 WorkshopChargeFileName pic x(24) value "workshop-charges.dat".

    copy Attendee replacing Attendee by ==ChargedAttendee==.

    01 FeeToPost pic 9(3)v99 value zero.
    01 NetCharged pic s9(5)v99 value zero.
    01 AmountDisplay pic z(4)9.99 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 FeeSessionID pic x(6).
    01 FeeAuthCode pic x(6).
    01 FeeDirection pic x.
        88 ChargingFee  value "C".
        88 CreditingFee value "R".

procedure division using AttendeeFileName, FeeSessionID, FeeAuthCode,
    FeeDirection.
    move zero to FeeToPost
    if ChargingFee
        open input WorkshopFeesFile
            move FeeSessionID to WorkshopFeeSessionID of WorkshopFeeRecord
            read WorkshopFeesFile
                invalid key continue
                not invalid key
                    move WorkshopFeeAmount of WorkshopFeeRecord to FeeToPost
            end-read
        close WorkshopFeesFile
    else
        *> Credit back exactly what is still charged, whatever the fee is now
        perform SumNetCharged
        if NetCharged > zero
            move NetCharged to FeeToPost
        end-if
    end-if
    if FeeToPost equal to zero
        goback
    end-if

    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content FeeAuthCode,
        by reference ChargedAttendee
    if AttendeeName of ChargedAttendee equal to high-values
        display "No attendee record for " FeeAuthCode
            " - workshop fee not posted"
        goback
    end-if

    if ChargingFee
        add FeeToPost to AmountToPay of ChargedAttendee
    else
        if FeeToPost > AmountToPay of ChargedAttendee
            move zero to AmountToPay of ChargedAttendee
        else
            subtract FeeToPost from AmountToPay of ChargedAttendee
        end-if
    end-if
    if AmountPaid of ChargedAttendee >= AmountToPay of ChargedAttendee
        set AttendeePaid of ChargedAttendee to true
    else
        set AttendeeNotPaid of ChargedAttendee to true
    end-if
    call "UpdateAttendee" using by content AttendeeFileName, ChargedAttendee

    initialize WorkshopChargeEntry
    move FeeAuthCode to WorkshopChargeAuthCode
    move FeeSessionID to WorkshopChargeSessionID
    move function current-date(1:15) to WorkshopChargeTimestamp
    move FeeDirection to WorkshopChargeType
    move FeeToPost to WorkshopChargeAmount
    open extend WorkshopChargeLogFile
        write WorkshopChargeEntry
    close WorkshopChargeLogFile

    move FeeToPost to AmountDisplay
    if ChargingFee
        display "Materials fee $" AmountDisplay " added to "
            FeeAuthCode "'s account"
    else
        display "Materials fee $" AmountDisplay " credited back to "
            FeeAuthCode "'s account"
    end-if
    goback
    .

SumNetCharged section.
    move zero to NetCharged
    open input WorkshopChargeLogFile
        read WorkshopChargeLogFile
            at end set WorkshopChargeEof to true
        end-read
        perform until WorkshopChargeEof
            if WorkshopChargeAuthCode equal to FeeAuthCode
                and WorkshopChargeSessionID equal to FeeSessionID
                if WorkshopFeeCharged
                    add WorkshopChargeAmount to NetCharged
                else
                    subtract WorkshopChargeAmount from NetCharged
                end-if
            end-if
            read WorkshopChargeLogFile
                at end set WorkshopChargeEof to true
            end-read
        end-perform
    close WorkshopChargeLogFile
    .

end program PostWorkshopFee.
