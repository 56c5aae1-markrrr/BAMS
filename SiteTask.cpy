01 SiteTask.
    05 TaskID            pic x(6).
    05 TaskDescription   pic x(30).
    05 TaskLocation      pic x(8).
    05 TaskPhase         pic x.
        88 TaskIsBuild  value "B".
        88 TaskIsStrike value "S".
    05 TaskCrewNeeded    pic 99.
    05 TaskEarliestDate  pic x(8).
    05 TaskDurationDays  pic 99.
    05 TaskBeforeGates   pic x.
        88 TaskMustFinishBeforeGates value "Y".
    05 TaskPredecessor   pic x(6) occurs 5 times.
    05 TaskCrewAuthCode  pic x(6) occurs 8 times.
    05 TaskState         pic x.
        88 TaskNotStarted value "N", space.
        88 TaskStarted    value "S".
        88 TaskIsDone     value "D".
    05 TaskStartedDate   pic x(8).
    05 TaskDoneDate      pic x(8).
    05 TaskDoneBy        pic x(3).
