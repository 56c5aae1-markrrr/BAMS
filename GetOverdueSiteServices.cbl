identification division.
program-id. GetOverdueSiteServices is initial.

environment division.
input-output section.
    file-control.
        select optional SchedulesFile assign to ScheduleFileName
            organization is indexed
            access mode is dynamic
            record key is ScheduleKey
            file status is ScheduleStatus.

        select optional ServicesLogFile assign to ServicesLogFileName
            organization is line sequential
            file status is ServicesLogStatus.

data division.
file section.
    fd SchedulesFile.
        copy SiteServiceSchedule replacing SiteServiceSchedule by
            ==ScheduleRecord.
            88 EndOfSchedulesFile value high-values==.

    fd ServicesLogFile.
        copy SiteServiceEntry.

working-storage section.
    01 ScheduleStatus pic x(2).
    01 ServicesLogStatus pic x(2).
        88 ServicesLogOk  values "00", "05".
        88 ServicesLogEof value "10".

    01 ScheduleFileName pic x(20) value "service-schedule.dat".
    01 ServicesLogFileName pic x(20) value "site-services.log".

    01 ScheduleTable.
        05 NumberOfSchedules pic 999 value zero.
        05 ScheduleEntry occurs 100 times indexed by ScheduleIdx.
            10 TableScheduleKey   pic x(9).
            10 TableDescription   pic x(30).
            10 TableEveryHours    pic 999.
            10 TableLastDone      pic x(15).
    01 NowStamp pic x(15) value spaces.
    01 NowMinutes pic 9(11) value zero.
    01 LastDoneMinutes pic 9(11) value zero.
    01 LogKey.
        05 LogKeyType  pic x.
        05 LogKeyAsset pic x(8).

linkage section.
    copy OverdueServiceTable.

procedure division using OverdueServiceTable.
    *> A scheduled service is overdue when nothing has been logged against
    *> it within its interval; one never logged is due straight away
    initialize OverdueServiceTable
    move function current-date(1:15) to NowStamp
    compute NowMinutes = function integer-of-date(
        function numval(NowStamp(1:8))) * 1440
        + function numval(NowStamp(9:2)) * 60
        + function numval(NowStamp(11:2))

    move low-values to ScheduleKey of ScheduleRecord
    start SchedulesFile key is greater than ScheduleKey of ScheduleRecord
        invalid key set EndOfSchedulesFile to true
    end-start
    open input SchedulesFile
        if not EndOfSchedulesFile
            read SchedulesFile next record
                at end set EndOfSchedulesFile to true
            end-read
        end-if
        perform until EndOfSchedulesFile or NumberOfSchedules = 100
            add 1 to NumberOfSchedules
            set ScheduleIdx to NumberOfSchedules
            move ScheduleKey of ScheduleRecord to TableScheduleKey(ScheduleIdx)
            move ScheduleDescription of ScheduleRecord
                to TableDescription(ScheduleIdx)
            move ScheduleEveryHours of ScheduleRecord
                to TableEveryHours(ScheduleIdx)
            move spaces to TableLastDone(ScheduleIdx)
            read SchedulesFile next record
                at end set EndOfSchedulesFile to true
            end-read
        end-perform
    close SchedulesFile
    if NumberOfSchedules equal to zero
        goback
    end-if

    open input ServicesLogFile
        read ServicesLogFile
            at end set ServicesLogEof to true
        end-read
        perform until ServicesLogEof
            perform NoteLastDone
            read ServicesLogFile
                at end set ServicesLogEof to true
            end-read
        end-perform
    close ServicesLogFile

    perform varying ScheduleIdx from 1 by 1
        until ScheduleIdx > NumberOfSchedules
        perform CheckScheduleOverdue
    end-perform
    goback
    .

NoteLastDone section.
    move ServiceType to LogKeyType
    move ServiceAsset to LogKeyAsset
    set ScheduleIdx to 1
    search ScheduleEntry
        at end continue
        when ScheduleIdx > NumberOfSchedules
            continue
        when TableScheduleKey(ScheduleIdx) equal to LogKey
            if TableLastDone(ScheduleIdx) equal to spaces
                or ServiceTimestamp > TableLastDone(ScheduleIdx)
                move ServiceTimestamp to TableLastDone(ScheduleIdx)
            end-if
    end-search
    .

CheckScheduleOverdue section.
    if TableLastDone(ScheduleIdx) not equal to spaces
        compute LastDoneMinutes = function integer-of-date(
            function numval(TableLastDone(ScheduleIdx)(1:8))) * 1440
            + function numval(TableLastDone(ScheduleIdx)(9:2)) * 60
            + function numval(TableLastDone(ScheduleIdx)(11:2))
        if NowMinutes - LastDoneMinutes <= TableEveryHours(ScheduleIdx) * 60
            exit section
        end-if
    end-if
    if NumberOfOverdueServices < 50
        add 1 to NumberOfOverdueServices
        set OverdueIdx to NumberOfOverdueServices
        move TableScheduleKey(ScheduleIdx)(1:1) to OverdueType(OverdueIdx)
        move TableScheduleKey(ScheduleIdx)(2:8) to OverdueAsset(OverdueIdx)
        move TableDescription(ScheduleIdx) to OverdueDescription(OverdueIdx)
        move TableLastDone(ScheduleIdx) to OverdueLastDone(OverdueIdx)
    end-if
    .

end program GetOverdueSiteServices.
