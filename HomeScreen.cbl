    copy EventWindow.
    copy StaffingRatio.
    01 CapacityAlert pic x(32) value spaces.
    01 VisitorsOnSite pic 9(4) value zero.
    01 ContractorsOnSite pic 9(4) value zero.
    01 DriversOnSite pic 9(4) value zero.
    01 TraderStaffOnSite pic 9(4) value zero.
    01 GuestsOnSite pic 9(4) value zero.

    01 AttendeesFileName pic x(20) value "attendees.dat".
    01 NewAttendeesFileName pic x(20) value spaces.
        by reference FinancialTotals
    add TotalPaid, TotalToPay giving TotalForecastedIncome

    call "GetSiteVisitorsOnSite" using by reference VisitorsOnSite,
        ContractorsOnSite, DriversOnSite, TraderStaffOnSite, GuestsOnSite
    if TotalEstimatedAttendees + VisitorsOnSite >= SiteCapacity
        move "** SITE OVER CAPACITY **" to CapacityAlert
    else
        move spaces to CapacityAlert
