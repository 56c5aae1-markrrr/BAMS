01 ChannelQuotaTable.
    05 QuotasAreSet      pic 9.
        88 ChannelQuotasInForce value 1.
    05 QuotaTotalPlaces  pic 9(5).
    05 QuotaLine occurs 5 times indexed by QuotaIdx.
        10 QuotaLineChannel pic x.
        10 QuotaLineName    pic x(14).
        10 QuotaLinePlaces  pic 9(4).
        10 QuotaLineUsed    pic 9(4).
        10 QuotaLineLeft    pic s9(4).
        10 QuotaLineHeld    pic x.
            88 QuotaLineIsSet value "Y".
