    01 NumberOfCancellations pic 99 value zero.
    01 NumberOfNoShows pic 99 value zero.
    01 PlacesRemaining pic s9(4) value zero.
    copy ChannelQuotaTable.

    01 NightHeadcounts.
        05 NightHeadcount pic 9(4) occurs 7 times.
        by reference TotalAttendees, NumberOnSite, NumberToArrive,
        KidsOnSite, KidsToArrive, NumberOfCancellations, NumberOfNoShows

    call "LoadChannelQuotas" using by content AttendeeFileName,
        by reference ChannelQuotaTable

    perform CountNightHeadcounts
    perform CountWaitingList

        write FeedLine

        compute PlacesRemaining = SiteCapacity - NumberOnSite - NumberToArrive
        *> Only the web allocation is offered on the website
        set QuotaIdx to 1
        search QuotaLine
            at end continue
            when QuotaLineChannel(QuotaIdx) equal to "W"
                if QuotaLineIsSet(QuotaIdx)
                    and QuotaLineLeft(QuotaIdx) < PlacesRemaining
                    move QuotaLineLeft(QuotaIdx) to PlacesRemaining
                end-if
        end-search
        move PlacesRemaining to SignedNumberText
        move spaces to FeedLine
        string "SITE," SignedNumberText delimited by size into FeedLine
