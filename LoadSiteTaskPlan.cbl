identification division.
program-id. LoadSiteTaskPlan is initial.

environment division.
input-output section.
    file-control.
        select optional TasksFile assign to TaskFileName
            organization is indexed
            access mode is dynamic
            record key is TaskID
            file status is TaskStatus.

data division.
file section.
    fd TasksFile.
        copy SiteTask replacing SiteTask by
            ==TaskRecord.
            88 EndOfTasksFile value high-values==.

working-storage section.
    01 TaskStatus pic x(2).
    01 TaskFileName pic x(20) value "site-tasks.dat".
    01 TodaysDate pic x(8) value spaces.
    01 TaskNumber pic 999 value zero.
    01 PredecessorNumber pic 9 value zero.
    01 CrewNumber pic 9 value zero.
    01 DueDays pic 99 value zero.
    01 DueDateNumber pic 9(8) value zero.

linkage section.
    copy SiteTaskTable.

procedure division using SiteTaskTable.
    *> A task can start once its earliest day has come and everything it
    *> follows is done; an unfinished task holding up another task that
    *> could otherwise start is blocking
    initialize SiteTaskTable
    move function current-date(1:8) to TodaysDate
    perform LoadTasks
    perform varying TaskNumber from 1 by 1 until TaskNumber > NumberOfSiteTasks
        perform CheckPredecessors
    end-perform
    perform varying TaskNumber from 1 by 1 until TaskNumber > NumberOfSiteTasks
        perform FlagTask
    end-perform
    goback
    .

LoadTasks section.
    move low-values to TaskID of TaskRecord
    start TasksFile key is greater than TaskID of TaskRecord
        invalid key set EndOfTasksFile to true
    end-start
    open input TasksFile
        if not EndOfTasksFile
            read TasksFile next record
                at end set EndOfTasksFile to true
            end-read
        end-if
        perform until EndOfTasksFile or NumberOfSiteTasks = 200
            add 1 to NumberOfSiteTasks
            set PlannedTaskIdx to NumberOfSiteTasks
            perform TableTask
            read TasksFile next record
                at end set EndOfTasksFile to true
            end-read
        end-perform
    close TasksFile
    .

TableTask section.
    move TaskID of TaskRecord to PlannedTaskID(PlannedTaskIdx)
    move TaskDescription of TaskRecord to PlannedDescription(PlannedTaskIdx)
    move TaskLocation of TaskRecord to PlannedLocation(PlannedTaskIdx)
    move TaskPhase of TaskRecord to PlannedPhase(PlannedTaskIdx)
    move TaskCrewNeeded of TaskRecord to PlannedCrewNeeded(PlannedTaskIdx)
    move TaskEarliestDate of TaskRecord to PlannedEarliestDate(PlannedTaskIdx)
    move TaskState of TaskRecord to PlannedState(PlannedTaskIdx)
    move TaskBeforeGates of TaskRecord to PlannedBeforeGates(PlannedTaskIdx)
    move TaskDurationDays of TaskRecord to DueDays
    if DueDays equal to zero
        move 1 to DueDays
    end-if
    if TaskEarliestDate of TaskRecord is numeric
        compute DueDateNumber = function date-of-integer(
            function integer-of-date(
                function numval(TaskEarliestDate of TaskRecord))
            + DueDays - 1)
        move DueDateNumber to PlannedDueDate(PlannedTaskIdx)
    else
        move spaces to PlannedDueDate(PlannedTaskIdx)
    end-if
    perform varying PredecessorNumber from 1 by 1 until PredecessorNumber > 5
        move TaskPredecessor of TaskRecord(PredecessorNumber)
            to PlannedPredecessor(PlannedTaskIdx, PredecessorNumber)
    end-perform
    perform varying CrewNumber from 1 by 1 until CrewNumber > 8
        if TaskCrewAuthCode of TaskRecord(CrewNumber) not equal to spaces
            add 1 to PlannedCrewAssigned(PlannedTaskIdx)
        end-if
    end-perform
    .

CheckPredecessors section.
    perform varying PredecessorNumber from 1 by 1 until PredecessorNumber > 5
        if PlannedPredecessor(TaskNumber, PredecessorNumber) not equal to spaces
            set PlannedTaskIdx to 1
            search PlannedTask
                at end continue
                when PlannedTaskIdx > NumberOfSiteTasks
                    continue
                when PlannedTaskID(PlannedTaskIdx) equal to
                    PlannedPredecessor(TaskNumber, PredecessorNumber)
                    perform NoteUnfinishedPredecessor
            end-search
        end-if
    end-perform
    .

NoteUnfinishedPredecessor section.
    if PlannedIsDone(PlannedTaskIdx)
        exit section
    end-if
    if PlannedNotWaiting(TaskNumber)
        move PlannedTaskID(PlannedTaskIdx) to PlannedWaitingOn(TaskNumber)
    end-if
    if not PlannedIsDone(TaskNumber)
        and PlannedEarliestDate(TaskNumber) <= TodaysDate
        and PlannedHoldingUp(PlannedTaskIdx) < 99
        add 1 to PlannedHoldingUp(PlannedTaskIdx)
    end-if
    .

FlagTask section.
    if PlannedIsDone(TaskNumber)
        exit section
    end-if
    if PlannedIsGateTask(TaskNumber)
        add 1 to GateTasksOpen
    end-if
    if not PlannedIsStarted(TaskNumber)
        and PlannedEarliestDate(TaskNumber) <= TodaysDate
        and PlannedNotWaiting(TaskNumber)
        set PlannedCanStartToday(TaskNumber) to true
        add 1 to SiteTasksReady
    end-if
    if PlannedDueDate(TaskNumber) not equal to spaces
        and PlannedDueDate(TaskNumber) < TodaysDate
        set PlannedIsLate(TaskNumber) to true
        add 1 to SiteTasksLate
    end-if
    if PlannedIsBlocking(TaskNumber)
        add 1 to SiteTasksBlocking
    end-if
    .

end program LoadSiteTaskPlan.
