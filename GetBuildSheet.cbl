identification division.
program-id. GetBuildSheet is initial.

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
    01 VolunteerStatus pic x(2).

    01 TaskFileName pic x(20) value "site-tasks.dat".
    01 VolunteerFileName pic x(20) value "volunteers.dat".
    copy SiteTaskTable.

    01 TodaysDate pic x(8) value spaces.
    01 CrewNumber pic 9 value zero.
    01 TasksListed pic 999 value zero.
    01 GateText pic x(14) value spaces.
    copy ReportWriterRequest.

procedure division.
    move function current-date(1:8) to TodaysDate
    call "LoadSiteTaskPlan" using by reference SiteTaskTable

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    string "DAILY BUILD SHEET " TodaysDate delimited by size into ReportTitle
    move "spool-buildsheet.txt" to ReportSpoolName
    move TaskFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    string "Tasks in plan " NumberOfSiteTasks "  ready " SiteTasksReady
        "  late " SiteTasksLate "  blocking " SiteTasksBlocking
        "  open before gates " GateTasksOpen
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    open input TasksFile
    open input VolunteersFile
        move "CAN START TODAY" to ReportLineText
        perform EmitLine
        move zero to TasksListed
        perform varying PlannedTaskIdx from 1 by 1
            until PlannedTaskIdx > NumberOfSiteTasks
            if PlannedCanStartToday(PlannedTaskIdx)
                perform PrintTaskWithCrew
            end-if
        end-perform
        perform NoneIfNothingListed

        move "IN PROGRESS" to ReportLineText
        perform EmitLine
        move zero to TasksListed
        perform varying PlannedTaskIdx from 1 by 1
            until PlannedTaskIdx > NumberOfSiteTasks
            if PlannedIsStarted(PlannedTaskIdx)
                perform PrintTaskWithCrew
            end-if
        end-perform
        perform NoneIfNothingListed
    close VolunteersFile
    close TasksFile

    move "LATE OR BLOCKING OTHERS" to ReportLineText
    perform EmitLine
    move zero to TasksListed
    perform varying PlannedTaskIdx from 1 by 1
        until PlannedTaskIdx > NumberOfSiteTasks
        if PlannedIsLate(PlannedTaskIdx) or PlannedIsBlocking(PlannedTaskIdx)
            perform PrintTaskLine
            move spaces to ReportLineText
            if PlannedIsLate(PlannedTaskIdx)
                string "        ** LATE - due by " PlannedDueDate(PlannedTaskIdx)
                    " **" delimited by size into ReportLineText
            end-if
            if PlannedIsBlocking(PlannedTaskIdx)
                string "** HOLDING UP " PlannedHoldingUp(PlannedTaskIdx)
                    " TASK(S) **" delimited by size into ReportLineText(40:30)
            end-if
            perform EmitLine
        end-if
    end-perform
    perform NoneIfNothingListed

    move "WAITING ON OTHER TASKS" to ReportLineText
    perform EmitLine
    move zero to TasksListed
    perform varying PlannedTaskIdx from 1 by 1
        until PlannedTaskIdx > NumberOfSiteTasks
        if not PlannedIsDone(PlannedTaskIdx)
            and not PlannedNotWaiting(PlannedTaskIdx)
            perform PrintTaskLine
            string "        waiting on " PlannedWaitingOn(PlannedTaskIdx)
                delimited by size into ReportLineText
            perform EmitLine
        end-if
    end-perform
    perform NoneIfNothingListed

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

PrintTaskLine section.
    add 1 to TasksListed
    if PlannedIsGateTask(PlannedTaskIdx)
        move "before gates" to GateText
    else
        move spaces to GateText
    end-if
    string "    " PlannedTaskID(PlannedTaskIdx) "  "
        PlannedDescription(PlannedTaskIdx) "  at "
        PlannedLocation(PlannedTaskIdx) "  crew "
        PlannedCrewAssigned(PlannedTaskIdx) "/"
        PlannedCrewNeeded(PlannedTaskIdx) "  " GateText
        delimited by size into ReportLineText
    perform EmitLine
    .

PrintTaskWithCrew section.
    perform PrintTaskLine
    move PlannedTaskID(PlannedTaskIdx) to TaskID of TaskRecord
    read TasksFile
        invalid key exit section
    end-read
    perform varying CrewNumber from 1 by 1 until CrewNumber > 8
        if TaskCrewAuthCode of TaskRecord(CrewNumber) not equal to spaces
            move TaskCrewAuthCode of TaskRecord(CrewNumber)
                to VolunteerAuthCode of VolunteerRecord
            read VolunteersFile
                invalid key
                    move "(not on volunteers.dat)" to VolunteerName of VolunteerRecord
            end-read
            string "        " TaskCrewAuthCode of TaskRecord(CrewNumber) "  "
                VolunteerName of VolunteerRecord
                delimited by size into ReportLineText
            perform EmitLine
        end-if
    end-perform
    if PlannedCrewAssigned(PlannedTaskIdx) < PlannedCrewNeeded(PlannedTaskIdx)
        move "        ** short of crew **" to ReportLineText
        perform EmitLine
    end-if
    .

NoneIfNothingListed section.
    if TasksListed equal to zero
        move "    (none)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetBuildSheet.
