01 FundingGrant.
    05 GrantCode        pic x(8).
    05 GrantFunder      pic x(30).
    05 GrantKind        pic x.
        88 GrantIsTrustGrant  value "G".
        88 GrantIsSponsorship value "S".
    05 GrantAwarded     pic 9(6)v99.
    05 GrantReceived    pic 9(6)v99.
    05 GrantCondition   pic x(60).
    *> Blank categories mean the money can go on anything
    05 GrantRestrictedCategories.
        10 GrantCategory pic x(12) occurs 4 times.
    05 GrantDeliverable occurs 3 times.
        10 DeliverableDueDate pic x(8).
        10 DeliverableText    pic x(50).
        10 DeliverableState   pic x.
            88 DeliverableIsOutstanding value " ", "O".
            88 DeliverableIsDone        value "D".
        10 DeliverableDoneDate pic x(8).
    05 GrantAttendanceFrom pic x(8).
    05 GrantAttendanceTo   pic x(8).
