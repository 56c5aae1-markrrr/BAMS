01 CensusFileList.
    05 filler pic x(24) value "access-denied.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "accessibility.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "account-map.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "accreditations.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "announcements.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "arrival-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 10.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "arrival-slots.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 7.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "asset-register.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "assets.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "attendance-confirmed.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "attendee-changelog.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "attendee-slots.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "attendee-travel.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "attendees-backups.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "attendees.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "authorized-pickups.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "bar-products.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 4.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "barred-persons.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "booking-channels.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "booking-sources.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "bursaries.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "bursary-fund-bf.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "camp-duties.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "cash-bags.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "cashup-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "challenge-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "confirmation-queue.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "contact-prefs.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "control-room.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "disputes.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 21.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "donation-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "duty-slots.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "enquiries.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "enquiry-responses.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 7.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "eod-snapshot.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "event-calendar.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "event-params.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "expense-budgets.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 12.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "expense-claims.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "expense-commitments.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "expense-grants.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "expenses.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "facilitators.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "feedback.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "first-aid.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "funding-grants.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "gate-offline.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "gate-queue.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 12.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "gateway-exceptions.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "giftaid-declarations.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "haccp-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "haccp-points.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 9.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "handover-read.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "hire-bookings.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 9.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "hire-catalogue.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "hire-unreturned.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "hookups.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 9.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "incident-cases.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "incident-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "interface-register.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "invoice-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 19.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "joining-sent.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "kidsclub-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 12.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "kit-bookings.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 12.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "kit-register.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "kitchen-stock.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "lapse-warnings.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "licensed-hours.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "licensing-overrides.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "location-map.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "lostproperty.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "marketing-sources.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "meal-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 10.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "meal-orders.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 10.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "meal-served.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "menu-plan.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "merchandise.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 20.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "missing-alerts.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "missing-person.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "money-log-chain.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "night-capacity.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "nightly-extract.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "nightly-run.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 34.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "notice-dispatch.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "notice-templates.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 12.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "operator-session.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "operator-signon.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "operators.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 3.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "payment-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "payment-plans.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 7.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "pending-approvals.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "period-lock-history.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "period-lock.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "person-master.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "pitch-assignments.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "pitches.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 4.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "po-exceptions.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "postal-addresses.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "power-boards.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "promo-codes.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 10.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "promo-redemptions.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 12.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "promotion-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "purchase-orders.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "quota-moves.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "raffle-draws.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "raffle-sales.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "receipt-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 15.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "receipt-reprint.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "risk-register.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "safety-checkpoints.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "safety-rounds.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "saved-queries.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 12.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "sensitive-reads.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "service-schedule.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 9.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "session-waitlist.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 12.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "shift-requirements.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 43.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "shuttle-runs.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "site-locations.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "site-services.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "site-tasks.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "site-visitors.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "sms-replies.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 1.
    05 filler pic 99    value 14.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "spool-catalog.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 30.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "supplier-invoices.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 18.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "supplier-orders.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 0.
    05 filler pic 99    value 0.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "suppliers.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "suspense.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "tab-balances.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "tab-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 10.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 1024.
    05 filler pic x(24) value "tab-sales.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "ticket-quotas.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 1.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "till-float.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 19.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "trader-commission.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "traders.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "training-fixture.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "transport.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "travel-history.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 4.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "unaccompanied-minors.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "vat-codes.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 16.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "vehicles.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "volunteer-credits.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "volunteer-quals.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 16.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "volunteer-shift.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 10.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "volunteers.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "vouchers.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "waitinglist.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "waivers.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "wifi-accounts.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "workshop-charges.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 15.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "workshop-fees.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "workshop-signups.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 12.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "workshops.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 6.
    05 filler pic 9(6)  value 8192.
    05 filler pic x(24) value "writeoff-log.dat".
    05 filler pic x     value "S".
    05 filler pic 999   value 8.
    05 filler pic 99    value 8.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "zone-access.log".
    05 filler pic x     value "S".
    05 filler pic 999   value 13.
    05 filler pic 99    value 15.
    05 filler pic 9(6)  value 2048.
    05 filler pic x(24) value "zones.dat".
    05 filler pic x     value "I".
    05 filler pic 999   value 1.
    05 filler pic 99    value 4.
    05 filler pic 9(6)  value 8192.
01 CensusFiles redefines CensusFileList.
    05 CensusFileEntry occurs 155 times indexed by CensusFileIdx.
        10 CensusKnownFileName pic x(24).
        10 CensusFileOrganisation pic x.
            88 CensusFileIsIndexed    value "I".
            88 CensusFileIsSequential value "S".
        10 CensusKeyStart pic 999.
        10 CensusKeyLength pic 99.
        10 CensusSizeLimitKb pic 9(6).
01 NumberOfCensusFiles pic 999 value 155.
