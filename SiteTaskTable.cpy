01 SiteTaskTable.
    05 NumberOfSiteTasks   pic 999.
    05 SiteTasksReady      pic 999.
    05 SiteTasksLate       pic 999.
    05 SiteTasksBlocking   pic 999.
    05 GateTasksOpen       pic 999.
    05 PlannedTask occurs 200 times indexed by PlannedTaskIdx.
        10 PlannedTaskID        pic x(6).
        10 PlannedDescription   pic x(30).
        10 PlannedLocation      pic x(8).
        10 PlannedPhase         pic x.
        10 PlannedCrewNeeded    pic 99.
        10 PlannedCrewAssigned  pic 99.
        10 PlannedEarliestDate  pic x(8).
        10 PlannedDueDate       pic x(8).
        10 PlannedState         pic x.
            88 PlannedIsDone    value "D".
            88 PlannedIsStarted value "S".
        10 PlannedBeforeGates   pic x.
            88 PlannedIsGateTask value "Y".
        10 PlannedPredecessor   pic x(6) occurs 5 times.
        10 PlannedWaitingOn     pic x(6).
            88 PlannedNotWaiting value spaces.
        10 PlannedReadyFlag     pic x.
            88 PlannedCanStartToday value "Y".
        10 PlannedLateFlag      pic x.
            88 PlannedIsLate value "Y".
        10 PlannedHoldingUp     pic 99.
            88 PlannedIsBlocking value 1 thru 99.
