            record key is MerchKey
            file status is MerchandiseStatus.

        select optional PaymentLogFile assign to PaymentLogFileName
            organization is line sequential
            file status is PaymentLogStatus.

        select optional DonationLogFile assign to DonationLogFileName
            organization is line sequential
            file status is DonationLogStatus.

        select optional WorkshopChargeLogFile assign to WorkshopChargeFileName
            organization is line sequential
            file status is WorkshopChargeStatus.

        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            ==MerchandiseRecord.
            88 EndOfMerchandiseFile value high-values==.

    fd PaymentLogFile.
        copy PaymentTransaction.

    fd DonationLogFile.
        copy DonationEntry.

    fd WorkshopChargeLogFile.
        copy WorkshopChargeEntry.

    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
        88 DonationLogOk  values "00", "05".
        88 DonationLogEof value "10".
    01 DonationLogFileName pic x(24) value "donation-log.dat".
    01 PaymentLogStatus pic x(2).
        88 PaymentLogOk  values "00", "05".
        88 PaymentLogEof value "10".
    01 PaymentLogFileName pic x(24) value "payment-log.dat".
    01 WorkshopChargeStatus pic x(2).
        88 WorkshopChargeOk  values "00", "05".
        88 WorkshopChargeEof value "10".
    01 WorkshopChargeFileName pic x(24) value "workshop-charges.dat".
    01 NetWorkshopFees pic s9(6)v99 value zero.
    01 MerchandiseStatus pic x(2).
    01 MerchandiseFileName pic x(20) value "merchandise.dat".

    close AttendeesFile
    perform SumDonations
    perform SumMerchandiseIncome
    perform SumReversals
    perform SumWorkshopFees
    goback
    .

    close DonationLogFile
    .

*> Reversals have already been taken off the attendee's AmountPaid when
*> they were posted, so TotalPaid is net - this total is for disclosure.
SumReversals section.
    open input PaymentLogFile
        read PaymentLogFile
            at end set PaymentLogEof to true
        end-read
        perform until PaymentLogEof
            if PaymentIsReversal
                and PaymentTakenBy(1:19) not equal to "servery meal ticket"
                add PaymentAmount to TotalReversed
            end-if
            read PaymentLogFile
                at end set PaymentLogEof to true
            end-read
        end-perform
    close PaymentLogFile
    .

*> Workshop materials fees are posted to AmountToPay, so they are already
*> inside TotalPaid and TotalToPay - this total shows how much of it they are.
SumWorkshopFees section.
    move zero to NetWorkshopFees
    open input WorkshopChargeLogFile
        read WorkshopChargeLogFile
            at end set WorkshopChargeEof to true
        end-read
        perform until WorkshopChargeEof
            if WorkshopFeeCharged
                add WorkshopChargeAmount to NetWorkshopFees
            else
                subtract WorkshopChargeAmount from NetWorkshopFees
            end-if
            read WorkshopChargeLogFile
                at end set WorkshopChargeEof to true
            end-read
        end-perform
    close WorkshopChargeLogFile
    if NetWorkshopFees > zero
        move NetWorkshopFees to TotalWorkshopFees
    end-if
    .

end program GetFinancialStats.
