    01 MaxPlausibleKids pic 9 value 6.
    01 PreviousEmail pic x(30) value spaces.

    01 RisksHeld pic 9(4) value zero.
    01 HighResidualRisks pic 9(4) value zero.
    01 HighRisksUnowned pic 9(4) value zero.
    01 HighRisksOverdue pic 9(4) value zero.
    01 RiskReviewsOverdue pic 9(4) value zero.

    copy SiteTaskTable.

    01 CensusCheckResult pic 9 value zero.
        88 CensusFilesAreHealthy value 0.

    01 IssuesFound pic 999 value zero.
    01 MoneyDisplay pic z(6)9.99 value zero.
    copy ReportWriterRequest.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    *> The data files are checked before anything is read from them - the
    *> census has its own spool, so it runs ahead of this one
    call "DataFileCensus" using by reference CensusCheckResult
    call "LoadEventParameters" using
        by reference PricingTable, SiteCapacity, EventWindowClosedDate,
        MaximumKidsPerAdult
    call "ReportWriter" using ReportWriterRequest
    move "LINE" to ReportAction

    if CensusFilesAreHealthy
        move "[ OK ] Data file census found every file readable and valid"
            to ReportLineText
        perform EmitLine
    else
        move "[FAIL] Data file census found problems - see spool-census.txt"
            to ReportLineText
        perform EmitLine
        add 1 to IssuesFound
    end-if

    call "GetAttendeeStats"
        using by content AttendeeFileName,
        by reference TotalAttendees, NumberOnSite, NumberToArrive, KidsOnSite, KidsToArrive,
        perform EmitLine
    end-if

    call "GetRiskRegisterStats" using by reference RisksHeld,
        HighResidualRisks, HighRisksUnowned, HighRisksOverdue,
        RiskReviewsOverdue
    if HighRisksUnowned > zero or HighRisksOverdue > zero
        string "[FAIL] High residual risks: " HighRisksUnowned
            " with no owner, " HighRisksOverdue " past review date - run RISKS"
            delimited by size into ReportLineText
        perform EmitLine
        add 1 to IssuesFound
    else
        string "[ OK ] " HighResidualRisks
            " high residual risk(s), all owned and in review"
            delimited by size into ReportLineText
        perform EmitLine
    end-if

    call "LoadSiteTaskPlan" using by reference SiteTaskTable
    if GateTasksOpen > zero
        string "[FAIL] " GateTasksOpen
            " build task(s) due before gates open not done - run BUILDSHEET"
            delimited by size into ReportLineText
        perform EmitLine
        add 1 to IssuesFound
    else
        move "[ OK ] All build tasks due before gates open are done"
            to ReportLineText
        perform EmitLine
    end-if
    if SiteTasksLate > zero or SiteTasksBlocking > zero
        string "[WARN] Build plan: " SiteTasksLate " task(s) late, "
            SiteTasksBlocking " blocking others"
            delimited by size into ReportLineText
        perform EmitLine
        add 1 to IssuesFound
    end-if

    perform EmitLine
    if IssuesFound = zero
        move "GO-LIVE CHECK: PASS - no issues found" to ReportLineText
