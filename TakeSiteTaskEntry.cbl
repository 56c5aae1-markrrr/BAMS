identification division.
program-id. TakeSiteTaskEntry is initial.

environment division.
input-output section.
    file-control.
        select optional TasksFile assign to TaskFileName
            organization is indexed
            access mode is dynamic
            record key is TaskID
            file status is TaskStatus.

        select optional VolunteersFile assign to VolunteerFileName
            organization is indexed
            access mode is dynamic
            record key is VolunteerAuthCode
            file status is VolunteerStatus.

data division.
file section.
    fd TasksFile.
        copy SiteTask replacing SiteTask by
            ==TaskRecord.
            88 EndOfTasksFile value high-values==.

    fd VolunteersFile.
        copy Volunteer replacing Volunteer by
            ==VolunteerRecord.
            88 EndOfVolunteersFile value high-values==.

working-storage section.
    01 TaskStatus pic x(2).
        88 RecordExists value "22".
    01 VolunteerStatus pic x(2).

    01 TaskFileName pic x(20) value "site-tasks.dat".
    01 VolunteerFileName pic x(20) value "volunteers.dat".
    copy OperatorSession.
    copy SiteTask replacing SiteTask by ==EnteredTask==.
    copy SiteTaskTable.

    01 ActionEntry pic x value space.
        88 AddingTask    value "A", "a".
        88 AssigningCrew value "C", "c".
        88 StartingTask  value "S", "s".
        88 FinishingTask value "D", "d".
        88 ListingTasks  value "L", "l".
    01 EntryIsValid pic 9 value zero.
        88 TaskEntryIsValid value 1.
    01 TaskFound pic 9 value zero.
        88 TaskWasFound value 1.
    01 PredecessorNumber pic 9 value zero.
    01 CrewNumber pic 9 value zero.
    01 CrewCount pic 99 value zero.
    01 EnteredAuthCode pic x(6) value spaces.
    01 LocationCheckText pic x(20) value spaces.
    01 LocationFlag pic 9 value zero.
        88 LocationIsKnown value 1.
    01 FlagText pic x(20) value spaces.

procedure division.
    call "GetCurrentOperator" using by reference OperatorSession
    display "Build and strike plan - A=add/change, C=crew, S=started, D=done,"
    display "                        L=list: " with no advancing
    accept ActionEntry from console
    evaluate true
        when AddingTask perform TakeTask
        when AssigningCrew perform AssignCrew
        when StartingTask perform MarkTaskStarted
        when FinishingTask perform MarkTaskDone
        when ListingTasks perform ListTasks
        when other display "No action taken"
    end-evaluate
    goback
    .

TakeTask section.
    initialize EnteredTask
    display "Task ID (GRID1, MARQ1...): " with no advancing
    accept TaskID of EnteredTask from console
    move function upper-case(TaskID of EnteredTask) to TaskID of EnteredTask
    if TaskID of EnteredTask equal to spaces
        display "No task ID - nothing saved"
        exit section
    end-if
    *> Changing a task keeps its crew and progress
    move TaskID of EnteredTask to TaskID of TaskRecord
    open input TasksFile
        read TasksFile
            invalid key continue
            not invalid key move TaskRecord to EnteredTask
        end-read
    close TasksFile
    display "Description: " with no advancing
    accept TaskDescription of EnteredTask from console
    display "Location code: " with no advancing
    accept LocationCheckText from console
    display "B=build or S=strike: " with no advancing
    accept TaskPhase of EnteredTask from console
    move function upper-case(TaskPhase of EnteredTask) to TaskPhase of EnteredTask
    display "Crew size needed: " with no advancing
    accept TaskCrewNeeded of EnteredTask from console
    display "Earliest day (YYYYMMDD): " with no advancing
    accept TaskEarliestDate of EnteredTask from console
    display "Duration in days: " with no advancing
    accept TaskDurationDays of EnteredTask from console
    display "Must finish before gates open (Y/N): " with no advancing
    accept TaskBeforeGates of EnteredTask from console
    move function upper-case(TaskBeforeGates of EnteredTask)
        to TaskBeforeGates of EnteredTask
    display "Tasks that must be done first (up to 5, blank to end)"
    move spaces to TaskPredecessor of EnteredTask(1), TaskPredecessor of EnteredTask(2),
        TaskPredecessor of EnteredTask(3), TaskPredecessor of EnteredTask(4),
        TaskPredecessor of EnteredTask(5)
    perform varying PredecessorNumber from 1 by 1 until PredecessorNumber > 5
        display "  After task: " with no advancing
        accept TaskPredecessor of EnteredTask(PredecessorNumber) from console
        move function upper-case(TaskPredecessor of EnteredTask(PredecessorNumber))
            to TaskPredecessor of EnteredTask(PredecessorNumber)
        if TaskPredecessor of EnteredTask(PredecessorNumber) equal to spaces
            move 5 to PredecessorNumber
        end-if
    end-perform

    perform ValidateTask
    if not TaskEntryIsValid
        display "Nothing saved"
        exit section
    end-if

    move EnteredTask to TaskRecord
    open i-o TasksFile
        write TaskRecord
            invalid key
                if RecordExists
                    rewrite TaskRecord
                else
                    display "Error - status is " TaskStatus
                end-if
        end-write
    close TasksFile
    display "Saved task " TaskID of EnteredTask " - from "
        TaskEarliestDate of EnteredTask " for " TaskDurationDays of EnteredTask
        " day(s), crew of " TaskCrewNeeded of EnteredTask
    .

ValidateTask section.
    move zero to EntryIsValid
    call "ResolveSiteLocation" using by reference LocationCheckText,
        LocationFlag
    if not LocationIsKnown
        display "Unknown location " function trim(LocationCheckText)
        exit section
    end-if
    move LocationCheckText to TaskLocation of EnteredTask
    if not TaskIsBuild of EnteredTask and not TaskIsStrike of EnteredTask
        display "Phase must be B or S"
        exit section
    end-if
    if TaskCrewNeeded of EnteredTask not numeric
        or TaskCrewNeeded of EnteredTask equal to zero
        display "A crew size is needed"
        exit section
    end-if
    if TaskEarliestDate of EnteredTask not numeric
        display "Earliest day must be given as YYYYMMDD"
        exit section
    end-if
    if TaskDurationDays of EnteredTask not numeric
        or TaskDurationDays of EnteredTask equal to zero
        display "A duration in days is needed"
        exit section
    end-if
    if not TaskMustFinishBeforeGates of EnteredTask
        move "N" to TaskBeforeGates of EnteredTask
    end-if
    perform varying PredecessorNumber from 1 by 1 until PredecessorNumber > 5
        if TaskPredecessor of EnteredTask(PredecessorNumber) equal to
            TaskID of EnteredTask
            display "A task cannot follow itself"
            exit section
        end-if
        if TaskPredecessor of EnteredTask(PredecessorNumber) not equal to spaces
            move TaskPredecessor of EnteredTask(PredecessorNumber)
                to TaskID of TaskRecord
            open input TasksFile
                read TasksFile
                    invalid key
                        display "No task " TaskID of TaskRecord
                            " - add it first"
                        close TasksFile
                        exit section
                end-read
            close TasksFile
        end-if
    end-perform
    set TaskEntryIsValid to true
    .

AssignCrew section.
    move zero to TaskFound
    display "Task ID: " with no advancing
    accept TaskID of TaskRecord from console
    move function upper-case(TaskID of TaskRecord) to TaskID of TaskRecord
    open i-o TasksFile
    open input VolunteersFile
        read TasksFile
            invalid key
                display "No task " TaskID of TaskRecord
            not invalid key
                set TaskWasFound to true
        end-read
        if TaskWasFound
            display function trim(TaskDescription of TaskRecord) " at "
                TaskLocation of TaskRecord " needs a crew of "
                TaskCrewNeeded of TaskRecord
            display "Volunteer AuthCodes (up to 8, blank to end, blank first to clear)"
            move zero to CrewCount
            perform varying CrewNumber from 1 by 1 until CrewNumber > 8
                move spaces to TaskCrewAuthCode of TaskRecord(CrewNumber)
            end-perform
            perform varying CrewNumber from 1 by 1 until CrewNumber > 8
                display "  Volunteer: " with no advancing
                accept EnteredAuthCode from console
                move function upper-case(EnteredAuthCode) to EnteredAuthCode
                if EnteredAuthCode equal to spaces
                    move 8 to CrewNumber
                else
                    perform TakeCrewMember
                end-if
            end-perform
            rewrite TaskRecord
            display "Crew of " CrewCount " assigned"
            if CrewCount < TaskCrewNeeded of TaskRecord
                display "** Short of crew - " TaskCrewNeeded of TaskRecord
                    " needed **"
            end-if
        end-if
    close VolunteersFile
    close TasksFile
    .

TakeCrewMember section.
    move EnteredAuthCode to VolunteerAuthCode of VolunteerRecord
    read VolunteersFile
        invalid key
            display "    Not on volunteers.dat - try again"
            subtract 1 from CrewNumber
        not invalid key
            add 1 to CrewCount
            move EnteredAuthCode to TaskCrewAuthCode of TaskRecord(CrewCount)
            display "    " function trim(VolunteerName of VolunteerRecord)
    end-read
    .

MarkTaskStarted section.
    *> Starting is refused while anything the task follows is unfinished
    display "Task ID: " with no advancing
    accept TaskID of EnteredTask from console
    move function upper-case(TaskID of EnteredTask) to TaskID of EnteredTask
    call "LoadSiteTaskPlan" using by reference SiteTaskTable
    set PlannedTaskIdx to 1
    search PlannedTask
        at end continue
        when PlannedTaskIdx > NumberOfSiteTasks
            display "No task " TaskID of EnteredTask
            exit section
        when PlannedTaskID(PlannedTaskIdx) equal to TaskID of EnteredTask
            continue
    end-search
    if not PlannedNotWaiting(PlannedTaskIdx)
        display "Cannot start - waiting on task " PlannedWaitingOn(PlannedTaskIdx)
        exit section
    end-if
    move TaskID of EnteredTask to TaskID of TaskRecord
    open i-o TasksFile
        read TasksFile
            invalid key
                display "No task " TaskID of TaskRecord
            not invalid key
                if TaskIsDone of TaskRecord
                    display "Task is already done"
                else
                    set TaskStarted of TaskRecord to true
                    move function current-date(1:8)
                        to TaskStartedDate of TaskRecord
                    rewrite TaskRecord
                    display "Task " TaskID of TaskRecord " started"
                end-if
        end-read
    close TasksFile
    .

MarkTaskDone section.
    display "Task ID: " with no advancing
    accept TaskID of TaskRecord from console
    move function upper-case(TaskID of TaskRecord) to TaskID of TaskRecord
    open i-o TasksFile
        read TasksFile
            invalid key
                display "No task " TaskID of TaskRecord
            not invalid key
                set TaskIsDone of TaskRecord to true
                if TaskStartedDate of TaskRecord equal to spaces
                    move function current-date(1:8)
                        to TaskStartedDate of TaskRecord
                end-if
                move function current-date(1:8) to TaskDoneDate of TaskRecord
                move SessionOperatorCode to TaskDoneBy of TaskRecord
                rewrite TaskRecord
                display "Task " TaskID of TaskRecord " done"
        end-read
    close TasksFile
    .

ListTasks section.
    call "LoadSiteTaskPlan" using by reference SiteTaskTable
    if NumberOfSiteTasks equal to zero
        display "(no tasks in the plan)"
        exit section
    end-if
    display "Task   Description                    Ph From     Due      St Crew Flags"
    perform varying PlannedTaskIdx from 1 by 1
        until PlannedTaskIdx > NumberOfSiteTasks
        move spaces to FlagText
        evaluate true
            when PlannedIsLate(PlannedTaskIdx) move "LATE" to FlagText
            when PlannedCanStartToday(PlannedTaskIdx) move "READY" to FlagText
            when not PlannedNotWaiting(PlannedTaskIdx)
                string "after " PlannedWaitingOn(PlannedTaskIdx)
                    delimited by size into FlagText
        end-evaluate
        if PlannedIsBlocking(PlannedTaskIdx)
            move "BLOCKING" to FlagText(13:8)
        end-if
        display PlannedTaskID(PlannedTaskIdx) " "
            PlannedDescription(PlannedTaskIdx) " "
            PlannedPhase(PlannedTaskIdx) "  "
            PlannedEarliestDate(PlannedTaskIdx) " "
            PlannedDueDate(PlannedTaskIdx) " "
            PlannedState(PlannedTaskIdx) "  "
            PlannedCrewAssigned(PlannedTaskIdx) "/"
            PlannedCrewNeeded(PlannedTaskIdx) " " FlagText
    end-perform
    .

end program TakeSiteTaskEntry.
