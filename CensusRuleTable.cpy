01 CensusRuleList.
    05 filler pic x(24) value "accreditations.dat".
    05 filler pic x(25) value "AccreditHolderType".
    05 filler pic 999   value 7.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "AVFT".
    05 filler pic x(24) value "arrival-log.dat".
    05 filler pic x(25) value "ArrivalLogTransactionType".
    05 filler pic 999   value 8.
    05 filler pic 99    value 1.
    05 filler pic 99    value 6.
    05 filler pic x(120) value "IMOVNQ".
    05 filler pic x(24) value "asset-register.dat".
    05 filler pic x(25) value "AssetStatus".
    05 filler pic 999   value 57.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "SL".
    05 filler pic x(24) value "attendance-confirmed.dat".
    05 filler pic x(25) value "ConfirmedHow".
    05 filler pic 999   value 15.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "SP".
    05 filler pic x(24) value "attendee-slots.dat".
    05 filler pic x(25) value "AttendeeSlotHow".
    05 filler pic 999   value 22.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "AR".
    05 filler pic x(24) value "attendee-travel.dat".
    05 filler pic x(25) value "TravelMode".
    05 filler pic 999   value 7.
    05 filler pic 99    value 1.
    05 filler pic 99    value 6.
    05 filler pic x(120) value "CVMTBK".
    05 filler pic x(24) value "attendees.dat".
    05 filler pic x(25) value "AttendanceStatus".
    05 filler pic 999   value 96.
    05 filler pic 99    value 1.
    05 filler pic 99    value 5.
    05 filler pic x(120) value "CAXST".
    05 filler pic x(24) value "attendees.dat".
    05 filler pic x(25) value "PaymentStatus".
    05 filler pic 999   value 123.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "NY".
    05 filler pic x(24) value "attendees.dat".
    05 filler pic x(25) value "PaymentMethod".
    05 filler pic 999   value 139.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "CKB".
    05 filler pic x(24) value "attendees.dat".
    05 filler pic x(25) value "TicketClass".
    05 filler pic 999   value 247.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "C DR".
    05 filler pic x(24) value "bar-products.dat".
    05 filler pic x(25) value "ProductCategory".
    05 filler pic 999   value 35.
    05 filler pic 99    value 8.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "ALCOHOL SOFT    SNACK   ".
    05 filler pic x(24) value "booking-channels.dat".
    05 filler pic x(25) value "ChannelCode".
    05 filler pic 999   value 7.
    05 filler pic 99    value 1.
    05 filler pic 99    value 5.
    05 filler pic x(120) value "WAUCF".
    05 filler pic x(24) value "booking-sources.dat".
    05 filler pic x(25) value "BookingSourceVia".
    05 filler pic 999   value 33.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "SGIW".
    05 filler pic x(24) value "bursaries.dat".
    05 filler pic x(25) value "BursaryState".
    05 filler pic 999   value 62.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "PAD".
    05 filler pic x(24) value "camp-duties.dat".
    05 filler pic x(25) value "DutyHow".
    05 filler pic 999   value 13.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "AH".
    05 filler pic x(24) value "camp-duties.dat".
    05 filler pic x(25) value "DutyState".
    05 filler pic 999   value 14.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "OD".
    05 filler pic x(24) value "cash-bags.dat".
    05 filler pic x(25) value "BagState".
    05 filler pic 999   value 150.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "SVBD".
    05 filler pic x(24) value "challenge-log.dat".
    05 filler pic x(25) value "ChallengeOutcome".
    05 filler pic 999   value 28.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "PR".
    05 filler pic x(24) value "confirmation-queue.log".
    05 filler pic x(25) value "ConfirmationChannel".
    05 filler pic 999   value 24.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "ES".
    05 filler pic x(24) value "confirmation-queue.log".
    05 filler pic x(25) value "ConfirmationClass".
    05 filler pic 999   value 158.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "E M".
    05 filler pic x(24) value "contact-prefs.dat".
    05 filler pic x(25) value "PreferenceEmailOk".
    05 filler pic 999   value 7.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "Y N".
    05 filler pic x(24) value "contact-prefs.dat".
    05 filler pic x(25) value "PreferenceSmsOk".
    05 filler pic 999   value 8.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "Y N".
    05 filler pic x(24) value "contact-prefs.dat".
    05 filler pic x(25) value "PreferenceScope".
    05 filler pic 999   value 10.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "EM ".
    05 filler pic x(24) value "disputes.dat".
    05 filler pic x(25) value "DisputeState".
    05 filler pic 999   value 67.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "OEWL".
    05 filler pic x(24) value "donation-log.dat".
    05 filler pic x(25) value "DonationMethod".
    05 filler pic 999   value 32.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "CKB".
    05 filler pic x(24) value "donation-log.dat".
    05 filler pic x(25) value "DonationFund".
    05 filler pic 999   value 34.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value " GB".
    05 filler pic x(24) value "duty-slots.dat".
    05 filler pic x(25) value "DutySlotType".
    05 filler pic 999   value 21.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "WTK".
    05 filler pic x(24) value "enquiries.dat".
    05 filler pic x(25) value "EnquiryKind".
    05 filler pic 999   value 73.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "EC".
    05 filler pic x(24) value "enquiries.dat".
    05 filler pic x(25) value "EnquiryCategory".
    05 filler pic 999   value 74.
    05 filler pic 99    value 8.
    05 filler pic 99    value 5.
    05 filler pic x(120) value "REFUND  ACCESS  NOISE   BOOKING OTHER   ".
    05 filler pic x(24) value "enquiries.dat".
    05 filler pic x(25) value "EnquiryChannel".
    05 filler pic 999   value 82.
    05 filler pic 99    value 1.
    05 filler pic 99    value 5.
    05 filler pic x(120) value "EPFLS".
    05 filler pic x(24) value "enquiries.dat".
    05 filler pic x(25) value "EnquiryState".
    05 filler pic 999   value 97.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "OC".
    05 filler pic x(24) value "enquiries.dat".
    05 filler pic x(25) value "EnquiryOutcome".
    05 filler pic 999   value 176.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "UPN".
    05 filler pic x(24) value "enquiry-responses.log".
    05 filler pic x(25) value "ResponseDirection".
    05 filler pic 999   value 25.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "IO".
    05 filler pic x(24) value "expense-claims.dat".
    05 filler pic x(25) value "ClaimState".
    05 filler pic 999   value 100.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "SARP".
    05 filler pic x(24) value "expense-commitments.dat".
    05 filler pic x(25) value "CommitmentState".
    05 filler pic 999   value 64.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "OIX".
    05 filler pic x(24) value "facilitators.dat".
    05 filler pic x(25) value "FacilitatorConfirmedFlag".
    05 filler pic 999   value 74.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "YN".
    05 filler pic x(24) value "first-aid.dat".
    05 filler pic x(25) value "TreatmentCategory".
    05 filler pic 999   value 75.
    05 filler pic 99    value 12.
    05 filler pic 99    value 10.
    05 filler pic x(60)  value "CUT/GRAZE   BURN        BITE/STING  SPRAIN      HEAD INJURY ".
    05 filler pic x(60)  value "HEAT/COLD   ILLNESS     ALLERGY     MEDICATION  OTHER       ".
    05 filler pic x(24) value "first-aid.dat".
    05 filler pic x(25) value "TreatmentOutcome".
    05 filler pic 999   value 207.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "BHR ".
    05 filler pic x(24) value "funding-grants.dat".
    05 filler pic x(25) value "GrantKind".
    05 filler pic 999   value 39.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "GS".
    05 filler pic x(24) value "funding-grants.dat".
    05 filler pic x(25) value "DeliverableState".
    05 filler pic 999   value 222.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value " OD".
    05 filler pic x(24) value "gate-offline.dat".
    05 filler pic x(25) value "AttendanceStatus".
    05 filler pic 999   value 96.
    05 filler pic 99    value 1.
    05 filler pic 99    value 5.
    05 filler pic x(120) value "CAXST".
    05 filler pic x(24) value "gate-offline.dat".
    05 filler pic x(25) value "PaymentStatus".
    05 filler pic 999   value 123.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "NY".
    05 filler pic x(24) value "gate-offline.dat".
    05 filler pic x(25) value "PaymentMethod".
    05 filler pic 999   value 139.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "CKB".
    05 filler pic x(24) value "gate-offline.dat".
    05 filler pic x(25) value "TicketClass".
    05 filler pic 999   value 247.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "C DR".
    05 filler pic x(24) value "gate-queue.dat".
    05 filler pic x(25) value "QueueAction".
    05 filler pic 999   value 8.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "IOQP".
    05 filler pic x(24) value "hire-bookings.dat".
    05 filler pic x(25) value "HireState".
    05 filler pic 999   value 48.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "BIRX".
    05 filler pic x(24) value "hookups.dat".
    05 filler pic x(25) value "HookUpFor".
    05 filler pic 999   value 10.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "PTW".
    05 filler pic x(24) value "hookups.dat".
    05 filler pic x(25) value "HookUpState".
    05 filler pic 999   value 31.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "BX".
    05 filler pic x(24) value "incident-cases.dat".
    05 filler pic x(25) value "CaseSeverity".
    05 filler pic 999   value 31.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "HML".
    05 filler pic x(24) value "incident-cases.dat".
    05 filler pic x(25) value "CaseCategory".
    05 filler pic 999   value 32.
    05 filler pic 99    value 12.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "MEDICAL     SAFEGUARDINGBEHAVIOUR   SITE        ".
    05 filler pic x(24) value "incident-cases.dat".
    05 filler pic x(25) value "CaseState".
    05 filler pic 999   value 44.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "OC".
    05 filler pic x(24) value "interface-register.log".
    05 filler pic x(25) value "RegisterResult".
    05 filler pic 999   value 113.
    05 filler pic 99    value 8.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "ACCEPTEDREJECTED".
    05 filler pic x(24) value "kidsclub-log.dat".
    05 filler pic x(25) value "KidsClubAction".
    05 filler pic 999   value 10.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "IO".
    05 filler pic x(24) value "lostproperty.dat".
    05 filler pic x(25) value "LostItemStatus".
    05 filler pic 999   value 81.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "UC".
    05 filler pic x(24) value "marketing-sources.dat".
    05 filler pic x(25) value "SourceInUse".
    05 filler pic 999   value 46.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "Y N".
    05 filler pic x(24) value "meal-log.dat".
    05 filler pic x(25) value "MealLogSitting".
    05 filler pic 999   value 8.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "BLD".
    05 filler pic x(24) value "meal-orders.dat".
    05 filler pic x(25) value "MealOrderSitting".
    05 filler pic 999   value 10.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "BLD".
    05 filler pic x(24) value "meal-orders.dat".
    05 filler pic x(25) value "MealOrderSource".
    05 filler pic 999   value 19.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "PG".
    05 filler pic x(24) value "merchandise.dat".
    05 filler pic x(25) value "MerchPaymentMethod".
    05 filler pic 999   value 37.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "CKB".
    05 filler pic x(24) value "merchandise.dat".
    05 filler pic x(25) value "MerchCollectedFlag".
    05 filler pic 999   value 38.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "YN ".
    05 filler pic x(24) value "missing-alerts.dat".
    05 filler pic x(25) value "AlertState".
    05 filler pic 999   value 166.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "OS".
    05 filler pic x(24) value "missing-person.log".
    05 filler pic x(25) value "MissingLogType".
    05 filler pic 999   value 28.
    05 filler pic 99    value 1.
    05 filler pic 99    value 5.
    05 filler pic x(120) value "RSAGD".
    05 filler pic x(24) value "nightly-extract.dat".
    05 filler pic x(25) value "ExtractRecordType".
    05 filler pic 999   value 1.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "HDT".
    05 filler pic x(24) value "nightly-extract.dat".
    05 filler pic x(25) value "ExtractArrivalState".
    05 filler pic 999   value 273.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "NIO".
    05 filler pic x(24) value "notice-dispatch.log".
    05 filler pic x(25) value "DispatchStatus".
    05 filler pic 999   value 26.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "SFPL".
    05 filler pic x(24) value "notice-templates.dat".
    05 filler pic x(25) value "TemplateNotice".
    05 filler pic 999   value 1.
    05 filler pic 99    value 8.
    05 filler pic 99    value 6.
    05 filler pic x(120) value "CONFIRM JOINING WAIVER  LAPSE   PROMOTE SEAT    ".
    05 filler pic x(24) value "notice-templates.dat".
    05 filler pic x(25) value "TemplateChannel".
    05 filler pic 999   value 9.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "ESP".
    05 filler pic x(24) value "operator-session.dat".
    05 filler pic x(25) value "SessionOperatorRole".
    05 filler pic 999   value 26.
    05 filler pic 99    value 10.
    05 filler pic 99    value 5.
    05 filler pic x(120) value "GATE      CATERING  TREASURER ADMIN     MEDIC     ".
    05 filler pic x(24) value "operators.dat".
    05 filler pic x(25) value "OperatorRole".
    05 filler pic 999   value 24.
    05 filler pic 99    value 10.
    05 filler pic 99    value 5.
    05 filler pic x(120) value "GATE      CATERING  TREASURER ADMIN     MEDIC     ".
    05 filler pic x(24) value "payment-log.dat".
    05 filler pic x(25) value "PaymentTakenVia".
    05 filler pic 999   value 32.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "CKB".
    05 filler pic x(24) value "payment-log.dat".
    05 filler pic x(25) value "PaymentEntryType".
    05 filler pic 999   value 55.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value " PRC".
    05 filler pic x(24) value "payment-log.dat".
    05 filler pic x(25) value "PaymentReasonCode".
    05 filler pic 999   value 73.
    05 filler pic 99    value 2.
    05 filler pic 99    value 6.
    05 filler pic x(120) value "WAWCWMDUOTCB".
    05 filler pic x(24) value "payment-plans.dat".
    05 filler pic x(25) value "PlanCollectionFlag".
    05 filler pic 999   value 23.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "F C".
    05 filler pic x(24) value "pending-approvals.dat".
    05 filler pic x(25) value "ApprovalType".
    05 filler pic 999   value 7.
    05 filler pic 99    value 8.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "REFUND  WRITEOFFVOUCHER CANCEL  ".
    05 filler pic x(24) value "pending-approvals.dat".
    05 filler pic x(25) value "ApprovalState".
    05 filler pic 999   value 76.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "PARD".
    05 filler pic x(24) value "period-lock-history.log".
    05 filler pic x(25) value "LockHistoryAction".
    05 filler pic 999   value 17.
    05 filler pic 99    value 6.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "LOCK  REOPEN".
    05 filler pic x(24) value "period-lock.dat".
    05 filler pic x(25) value "PeriodLockState".
    05 filler pic 999   value 10.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "LO ".
    05 filler pic x(24) value "pitches.dat".
    05 filler pic x(25) value "PitchType".
    05 filler pic 999   value 15.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "TVB".
    05 filler pic x(24) value "promo-codes.dat".
    05 filler pic x(25) value "PromoDiscountType".
    05 filler pic 999   value 11.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "AP".
    05 filler pic x(24) value "purchase-orders.dat".
    05 filler pic x(25) value "POLineState".
    05 filler pic 999   value 92.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "ORIX".
    05 filler pic x(24) value "raffle-sales.dat".
    05 filler pic x(25) value "RaffleChannel".
    05 filler pic 999   value 24.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "GTC".
    05 filler pic x(24) value "safety-checkpoints.dat".
    05 filler pic x(25) value "CheckpointFrequency".
    05 filler pic 999   value 67.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "DTW".
    05 filler pic x(24) value "safety-rounds.log".
    05 filler pic x(25) value "RoundResult".
    05 filler pic 999   value 28.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "PD".
    05 filler pic x(24) value "saved-queries.dat".
    05 filler pic x(25) value "QuerySortOrder".
    05 filler pic 999   value 532.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "A D".
    05 filler pic x(24) value "saved-queries.dat".
    05 filler pic x(25) value "QueryOutput".
    05 filler pic 999   value 599.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "S PC".
    05 filler pic x(24) value "sensitive-reads.log".
    05 filler pic x(25) value "ReadRecordType".
    05 filler pic 999   value 21.
    05 filler pic 99    value 8.
    05 filler pic 99    value 6.
    05 filler pic x(120) value "ATTENDEEACCESS  CASE    FIRSTAIDINCIDENTEXTRACT ".
    05 filler pic x(24) value "sensitive-reads.log".
    05 filler pic x(25) value "ReadReason".
    05 filler pic 999   value 53.
    05 filler pic 99    value 1.
    05 filler pic 99    value 6.
    05 filler pic x(120) value "WCMESD".
    05 filler pic x(24) value "site-locations.dat".
    05 filler pic x(25) value "LocationType".
    05 filler pic 999   value 39.
    05 filler pic 99    value 1.
    05 filler pic 99    value 6.
    05 filler pic x(120) value "BFMCSO".
    05 filler pic x(24) value "site-services.log".
    05 filler pic x(25) value "ServiceType".
    05 filler pic 999   value 17.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "FTPW".
    05 filler pic x(24) value "site-services.log".
    05 filler pic x(25) value "ServiceResult".
    05 filler pic 999   value 41.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "PF".
    05 filler pic x(24) value "site-tasks.dat".
    05 filler pic x(25) value "TaskPhase".
    05 filler pic 999   value 45.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "BS".
    05 filler pic x(24) value "site-tasks.dat".
    05 filler pic x(25) value "TaskState".
    05 filler pic 999   value 137.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "NSD".
    05 filler pic x(24) value "site-visitors.dat".
    05 filler pic x(25) value "VisitorType".
    05 filler pic 999   value 67.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "CDTG".
    05 filler pic x(24) value "site-visitors.dat".
    05 filler pic x(25) value "VisitorSiteState".
    05 filler pic 999   value 143.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "YN ".
    05 filler pic x(24) value "sms-replies.log".
    05 filler pic x(25) value "SmsReplyAction".
    05 filler pic 999   value 39.
    05 filler pic 99    value 1.
    05 filler pic 99    value 5.
    05 filler pic x(120) value "YXLEU".
    05 filler pic x(24) value "suspense.dat".
    05 filler pic x(25) value "SuspenseState".
    05 filler pic 999   value 69.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "OA".
    05 filler pic x(24) value "tab-balances.dat".
    05 filler pic x(25) value "BalanceWristbandClass".
    05 filler pic 999   value 15.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "AC".
    05 filler pic x(24) value "tab-log.dat".
    05 filler pic x(25) value "TabAction".
    05 filler pic 999   value 8.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "LSR".
    05 filler pic x(24) value "tab-log.dat".
    05 filler pic x(25) value "TabWristbandClass".
    05 filler pic 999   value 38.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "A C".
    05 filler pic x(24) value "ticket-quotas.dat".
    05 filler pic x(25) value "QuotaChannel".
    05 filler pic 999   value 1.
    05 filler pic 99    value 1.
    05 filler pic 99    value 5.
    05 filler pic x(120) value "WAUCF".
    05 filler pic x(24) value "training-fixture.dat".
    05 filler pic x(25) value "AttendanceStatus".
    05 filler pic 999   value 96.
    05 filler pic 99    value 1.
    05 filler pic 99    value 5.
    05 filler pic x(120) value "CAXST".
    05 filler pic x(24) value "training-fixture.dat".
    05 filler pic x(25) value "PaymentStatus".
    05 filler pic 999   value 123.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "NY".
    05 filler pic x(24) value "training-fixture.dat".
    05 filler pic x(25) value "PaymentMethod".
    05 filler pic 999   value 139.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "CKB".
    05 filler pic x(24) value "training-fixture.dat".
    05 filler pic x(25) value "TicketClass".
    05 filler pic 999   value 247.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "C DR".
    05 filler pic x(24) value "transport.dat".
    05 filler pic x(25) value "TransportRole".
    05 filler pic 999   value 7.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "NO".
    05 filler pic x(24) value "unaccompanied-minors.dat".
    05 filler pic x(25) value "MinorConsentState".
    05 filler pic 999   value 21.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "PCW".
    05 filler pic x(24) value "vat-codes.dat".
    05 filler pic x(25) value "VatItemClass".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "BAR   MERCH TICKETTRADER".
    05 filler pic x(24) value "vehicles.dat".
    05 filler pic x(25) value "VehicleType".
    05 filler pic 999   value 17.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "CVMB".
    05 filler pic x(24) value "volunteer-quals.dat".
    05 filler pic x(25) value "QualType".
    05 filler pic 999   value 7.
    05 filler pic 99    value 10.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "DBS       FIRSTAID  FOODHYG   ".
    05 filler pic x(24) value "volunteer-shift.log".
    05 filler pic x(25) value "ShiftLogAction".
    05 filler pic 999   value 8.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "IO".
    05 filler pic x(24) value "volunteers.dat".
    05 filler pic x(25) value "ShiftStatus".
    05 filler pic 999   value 80.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "ACT".
    05 filler pic x(24) value "vouchers.dat".
    05 filler pic x(25) value "VoucherState".
    05 filler pic 999   value 36.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "OR".
    05 filler pic x(24) value "waivers.dat".
    05 filler pic x(25) value "WaiverState".
    05 filler pic 999   value 7.
    05 filler pic 99    value 1.
    05 filler pic 99    value 4.
    05 filler pic x(120) value "N TS".
    05 filler pic x(24) value "wifi-accounts.dat".
    05 filler pic x(25) value "WifiGroup".
    05 filler pic 999   value 27.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "AV".
    05 filler pic x(24) value "wifi-accounts.dat".
    05 filler pic x(25) value "WifiState".
    05 filler pic 999   value 28.
    05 filler pic 99    value 1.
    05 filler pic 99    value 3.
    05 filler pic x(120) value "PAD".
    05 filler pic x(24) value "workshop-charges.dat".
    05 filler pic x(25) value "WorkshopChargeType".
    05 filler pic 999   value 31.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "CR".
    05 filler pic x(24) value "zone-access.log".
    05 filler pic x(25) value "ZoneAccessResult".
    05 filler pic 999   value 29.
    05 filler pic 99    value 1.
    05 filler pic 99    value 2.
    05 filler pic x(120) value "AR".
01 CensusRules redefines CensusRuleList.
    05 CensusRuleEntry occurs 117 times indexed by CensusRuleIdx.
        10 CensusRuleFileName pic x(24).
        10 CensusRuleField pic x(25).
        10 CensusRuleStart pic 999.
        10 CensusRuleLength pic 99.
        10 CensusRuleValueCount pic 99.
        10 CensusRuleValues pic x(120).
01 NumberOfCensusRules pic 999 value 117.
