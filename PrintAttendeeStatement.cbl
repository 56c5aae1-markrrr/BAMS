            record key is MerchKey
            file status is MerchandiseStatus.

        select optional WorkshopChargeLogFile assign to WorkshopChargeFileName
            organization is line sequential
            file status is WorkshopChargeStatus.

        select optional CreditLogFile assign to CreditLogFileName
            organization is line sequential
            file status is CreditLogStatus.
    fd PaymentLogFile.
        copy PaymentTransaction.

    fd WorkshopChargeLogFile.
        copy WorkshopChargeEntry.

    fd CreditLogFile.
        copy VolunteerCreditEntry.

        88 CreditLogEof value "10".
    01 CreditLogFileName pic x(24) value "volunteer-credits.dat".
    01 CreditsListed pic 99 value zero.
    01 WorkshopChargeStatus pic x(2).
        88 WorkshopChargeOk  values "00", "05".
        88 WorkshopChargeEof value "10".
    01 WorkshopChargeFileName pic x(24) value "workshop-charges.dat".
    01 WorkshopChargesListed pic 99 value zero.

    01 PaymentsListed pic 999 value zero.
    01 OrderValue pic 9(5)v99 value zero.
    display " "
    move AmountToPay of StatementAttendee to AmountDisplay
    display "Booking charge:          $" AmountDisplay
    perform ListWorkshopCharges
    display " "
    display "PAYMENTS RECEIVED"
    display "Date       Amount     Method"
        end-read
        perform until PaymentLogEof
            if PaymentAuthCode equal to StatementAuthCode
                evaluate true
                    when PaymentIsReversal
                        compute AmountDisplay = zero - PaymentAmount
                        display PaymentTimestamp(1:8) "   $" AmountDisplay "  "
                            PaymentTakenVia "  reversal of "
                            PaymentReversesTimestamp(1:8) " ("
                            PaymentReasonCode ")"
                    when PaymentIsCorrection
                        move PaymentAmount to AmountDisplay
                        display PaymentTimestamp(1:8) "   $" AmountDisplay "  "
                            PaymentTakenVia "  corrected entry"
                    when other
                        move PaymentAmount to AmountDisplay
                        display PaymentTimestamp(1:8) "   $" AmountDisplay "  "
                            PaymentTakenVia
                end-evaluate
                add 1 to PaymentsListed
            end-if
            read PaymentLogFile
    close PaymentLogFile
    .

ListWorkshopCharges section.
    open input WorkshopChargeLogFile
        read WorkshopChargeLogFile
            at end set WorkshopChargeEof to true
        end-read
        perform until WorkshopChargeEof
            if WorkshopChargeAuthCode equal to StatementAuthCode
                if WorkshopChargesListed equal to zero
                    display "  including workshop materials:"
                end-if
                if WorkshopFeeCharged
                    move WorkshopChargeAmount to AmountDisplay
                    display "  " WorkshopChargeTimestamp(1:8) "   $"
                        AmountDisplay "  session " WorkshopChargeSessionID
                else
                    compute AmountDisplay = zero - WorkshopChargeAmount
                    display "  " WorkshopChargeTimestamp(1:8) "   $"
                        AmountDisplay "  session " WorkshopChargeSessionID
                        " (credit - place given up)"
                end-if
                add 1 to WorkshopChargesListed
            end-if
            read WorkshopChargeLogFile
                at end set WorkshopChargeEof to true
            end-read
        end-perform
    close WorkshopChargeLogFile
    .

ListVolunteerCredits section.
    open input CreditLogFile
        read CreditLogFile
