01 TicketQuota.
    05 QuotaChannel pic x.
        88 QuotaForWeb          value "W".
        88 QuotaForPhoneAdmin   value "A".
        88 QuotaForWalkUp       value "U".
        88 QuotaForComps        value "C".
        88 QuotaForFacilitators value "F".
    05 QuotaPlaces  pic 9(4).
    05 QuotaUpdated pic x(8).
