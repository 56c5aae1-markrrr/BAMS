identification division.
program-id. CheckChannelQuota is initial.

data division.
working-storage section.
    copy ChannelQuotaTable.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 WantedChannel pic x.
    01 QuotaFlag pic 9.
        88 ChannelQuotaUsedUp value 1.
    01 QuotaPlacesLeft pic s9(4).

procedure division using AttendeeFileName, WantedChannel, QuotaFlag,
    QuotaPlacesLeft.
    *> A channel with no quota set is not held to one
    move zero to QuotaFlag
    move 9999 to QuotaPlacesLeft
    call "LoadChannelQuotas" using by content AttendeeFileName,
        by reference ChannelQuotaTable
    if not ChannelQuotasInForce
        goback
    end-if
    set QuotaIdx to 1
    search QuotaLine
        at end continue
        when QuotaLineChannel(QuotaIdx) equal to WantedChannel
            if QuotaLineIsSet(QuotaIdx)
                move QuotaLineLeft(QuotaIdx) to QuotaPlacesLeft
                if QuotaLineLeft(QuotaIdx) <= zero
                    set ChannelQuotaUsedUp to true
                end-if
            end-if
    end-search
    goback
    .

end program CheckChannelQuota.
