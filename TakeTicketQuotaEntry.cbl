identification division.
program-id. TakeTicketQuotaEntry is initial.

environment division.
input-output section.
    file-control.
        select optional QuotasFile assign to QuotaFileName
            organization is indexed
            access mode is dynamic
            record key is QuotaChannel of QuotaRecord
            file status is QuotaStatus.

        select optional MovesFile assign to MoveFileName
            organization is line sequential
            file status is MoveStatus.

data division.
file section.
    fd QuotasFile.
        copy TicketQuota replacing TicketQuota by
            ==QuotaRecord.
            88 EndOfQuotasFile value high-values==.

    fd MovesFile.
        copy QuotaMoveEntry.

working-storage section.
    01 QuotaStatus pic x(2).
        88 RecordExists value "22".
    01 MoveStatus pic x(2).
    01 QuotaFileName pic x(20) value "ticket-quotas.dat".
    01 MoveFileName pic x(20) value "quota-moves.log".
    copy OperatorSession.
    copy PricingTable.
    copy SiteCapacity.
    copy EventWindow.
    copy StaffingRatio.
    copy ChannelQuotaTable.

    01 ActionEntry pic x value space.
        88 SettingQuota   value "S", "s".
        88 MovingQuota    value "M", "m".
        88 ListingQuotas  value "L", "l".
    01 EnteredChannel pic x value space.
        88 EnteredChannelIsValid value "W", "A", "U", "C", "F".
    01 FromChannel pic x value space.
    01 ToChannel pic x value space.
    01 PlacesText pic x(6) value spaces.
    01 EnteredPlaces pic 9(4) value zero.
    01 MoveReason pic x(40) value spaces.
    01 TodaysDate pic x(8) value spaces.
    01 FromIdx pic 9 value zero.
    01 ToIdx pic 9 value zero.
    01 PlacesDisplay pic z(3)9.
    01 UsedDisplay pic z(3)9.
    01 LeftDisplay pic -(3)9.
    01 TotalDisplay pic z(4)9.
    01 CapacityDisplay pic z(4)9.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    call "GetCurrentOperator" using by reference OperatorSession
    move function current-date(1:8) to TodaysDate
    call "LoadEventParameters" using
        by reference PricingTable, SiteCapacity, EventWindowClosedDate,
        MaximumKidsPerAdult
    display "Ticket quotas - S=set a channel, M=move unsold places, L=list: "
        with no advancing
    accept ActionEntry from console
    evaluate true
        when SettingQuota perform SetQuota
        when MovingQuota perform MoveQuota
        when ListingQuotas perform ListQuotas
        when other display "No action taken"
    end-evaluate
    goback
    .

SetQuota section.
    perform TakeChannel
    if not EnteredChannelIsValid
        display "Nothing saved"
        exit section
    end-if
    display "Places allocated: " with no advancing
    accept PlacesText from console
    move function numval(PlacesText) to EnteredPlaces

    initialize QuotaRecord
    move EnteredChannel to QuotaChannel of QuotaRecord
    move EnteredPlaces to QuotaPlaces of QuotaRecord
    move TodaysDate to QuotaUpdated of QuotaRecord
    open i-o QuotasFile
        write QuotaRecord
            invalid key
                if RecordExists
                    rewrite QuotaRecord
                else
                    display "Error - status is " QuotaStatus
                end-if
        end-write
    close QuotasFile
    display "Saved quota for channel " EnteredChannel

    call "LoadChannelQuotas" using by content AttendeeFileName,
        by reference ChannelQuotaTable
    if QuotaTotalPlaces not equal to SiteCapacity
        move QuotaTotalPlaces to TotalDisplay
        move SiteCapacity to CapacityDisplay
        display "** Quotas now total " TotalDisplay
            " places against a site capacity of " CapacityDisplay " **"
    end-if
    .

MoveQuota section.
    call "LoadChannelQuotas" using by content AttendeeFileName,
        by reference ChannelQuotaTable
    display "Move places from channel -" with no advancing
    perform TakeChannel
    if not EnteredChannelIsValid
        display "Nothing moved"
        exit section
    end-if
    move EnteredChannel to FromChannel
    display "Move places to channel -" with no advancing
    perform TakeChannel
    if not EnteredChannelIsValid or EnteredChannel equal to FromChannel
        display "Nothing moved"
        exit section
    end-if
    move EnteredChannel to ToChannel

    move zero to FromIdx, ToIdx
    perform varying QuotaIdx from 1 by 1 until QuotaIdx > 5
        if QuotaLineChannel(QuotaIdx) equal to FromChannel
            set FromIdx to QuotaIdx
        end-if
        if QuotaLineChannel(QuotaIdx) equal to ToChannel
            set ToIdx to QuotaIdx
        end-if
    end-perform
    if not QuotaLineIsSet(FromIdx) or QuotaLineLeft(FromIdx) <= zero
        display "Channel " FromChannel " has no unsold places to move"
        exit section
    end-if

    move QuotaLineLeft(FromIdx) to LeftDisplay
    display "Places to move (up to " LeftDisplay "): " with no advancing
    accept PlacesText from console
    move function numval(PlacesText) to EnteredPlaces
    if EnteredPlaces equal to zero
        display "Nothing moved"
        exit section
    end-if
    if EnteredPlaces > QuotaLineLeft(FromIdx)
        display "Only " LeftDisplay " unsold places on channel " FromChannel
            " - nothing moved"
        exit section
    end-if
    display "Reason: " with no advancing
    accept MoveReason from console
    if MoveReason equal to spaces
        display "A reason is needed - nothing moved"
        exit section
    end-if

    open i-o QuotasFile
        move FromChannel to QuotaChannel of QuotaRecord
        read QuotasFile
            invalid key display "Error - status is " QuotaStatus
            not invalid key
                subtract EnteredPlaces from QuotaPlaces of QuotaRecord
                move TodaysDate to QuotaUpdated of QuotaRecord
                rewrite QuotaRecord
        end-read
        move ToChannel to QuotaChannel of QuotaRecord
        read QuotasFile
            invalid key
                *> A channel with no quota yet was unlimited; it now
                *> holds just the places moved to it
                move ToChannel to QuotaChannel of QuotaRecord
                move EnteredPlaces to QuotaPlaces of QuotaRecord
                move TodaysDate to QuotaUpdated of QuotaRecord
                write QuotaRecord
            not invalid key
                add EnteredPlaces to QuotaPlaces of QuotaRecord
                move TodaysDate to QuotaUpdated of QuotaRecord
                rewrite QuotaRecord
        end-read
    close QuotasFile

    move spaces to QuotaMoveEntry
    move function current-date(1:15) to QuotaMoveStamp
    move SessionOperatorCode to QuotaMoveOperator
    move FromChannel to QuotaMoveFrom
    move ToChannel to QuotaMoveTo
    move EnteredPlaces to QuotaMovePlaces
    move MoveReason to QuotaMoveReason
    open extend MovesFile
        write QuotaMoveEntry
    close MovesFile
    move EnteredPlaces to PlacesDisplay
    display "Moved " PlacesDisplay " places from " FromChannel " to " ToChannel
    .

TakeChannel section.
    display " W web, A phone/admin, U walk-up, C comps, F facilitators: "
        with no advancing
    accept EnteredChannel from console
    move function upper-case(EnteredChannel) to EnteredChannel
    .

ListQuotas section.
    call "LoadChannelQuotas" using by content AttendeeFileName,
        by reference ChannelQuotaTable
    if not ChannelQuotasInForce
        display "No ticket quotas set - every channel is unlimited"
        exit section
    end-if
    display "Channel          Quota  Used  Left"
    perform varying QuotaIdx from 1 by 1 until QuotaIdx > 5
        move QuotaLineUsed(QuotaIdx) to UsedDisplay
        if QuotaLineIsSet(QuotaIdx)
            move QuotaLinePlaces(QuotaIdx) to PlacesDisplay
            move QuotaLineLeft(QuotaIdx) to LeftDisplay
            display QuotaLineChannel(QuotaIdx) " " QuotaLineName(QuotaIdx)
                "  " PlacesDisplay "  " UsedDisplay "  " LeftDisplay
        else
            display QuotaLineChannel(QuotaIdx) " " QuotaLineName(QuotaIdx)
                "   none  " UsedDisplay "   -"
        end-if
    end-perform
    move QuotaTotalPlaces to TotalDisplay
    move SiteCapacity to CapacityDisplay
    display "Total allocated " TotalDisplay "   site capacity " CapacityDisplay
    .

end program TakeTicketQuotaEntry.
