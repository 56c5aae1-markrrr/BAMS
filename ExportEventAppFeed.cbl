identification division.
program-id. ExportEventAppFeed is initial.

environment division.
input-output section.
    file-control.
        select optional FeedControlFile assign to FeedControlFileName
            organization is line sequential
            file status is FeedControlStatus.

        select optional WorkshopsFile assign to WorkshopFileName
            organization is indexed
            access mode is dynamic
            record key is SessionID of WorkshopRecord
            file status is WorkshopStatus.

        select optional SignupsFile assign to SignupFileName
            organization is indexed
            access mode is dynamic
            record key is WorkshopSignupKey of SignupRecord
            file status is SignupStatus.

        select optional MenuPlanFile assign to MenuPlanFileName
            organization is indexed
            access mode is dynamic
            record key is MenuPlanKey of MenuPlanRecord
            file status is MenuPlanStatus.

        select optional LocationsFile assign to LocationFileName
            organization is indexed
            access mode is dynamic
            record key is LocationCode of LocationRecord
            file status is LocationStatus.

        select optional AnnouncementsFile assign to AnnouncementFileName
            organization is line sequential
            file status is AnnouncementStatus.

        select AppFeedFile assign to AppFeedWorkName
            organization is line sequential
            file status is AppFeedStatus.

        select AppSortFile assign to "appfeed.srt".

data division.
file section.
    fd FeedControlFile
        record contains 60 characters.
        01 FeedControlLine pic x(60).

    fd WorkshopsFile.
        copy WorkshopSession replacing WorkshopSession by
            ==WorkshopRecord.
            88 EndOfWorkshopsFile value high-values==.

    fd SignupsFile.
        copy WorkshopSignup replacing WorkshopSignup by
            ==SignupRecord.
            88 EndOfSignupsFile value high-values==.

    fd MenuPlanFile.
        copy MenuPlanEntry replacing MenuPlanEntry by
            ==MenuPlanRecord.
            88 EndOfMenuPlanFile value high-values==.

    fd LocationsFile.
        copy SiteLocation replacing SiteLocation by
            ==LocationRecord.
            88 EndOfLocationsFile value high-values==.

    fd AnnouncementsFile.
        copy AnnouncementEntry.

    fd AppFeedFile
        record contains 1000 characters.
        01 AppFeedLine pic x(1000).

    sd AppSortFile.
        01 AppSortRecord.
            05 AppSortDayIndex pic 9.
            05 AppSortSlot     pic x(20).
            05 AppSortSession  pic x(82).

working-storage section.
    01 FeedControlStatus pic x(2).
        88 FeedControlEof value "10".
    01 WorkshopStatus pic x(2).
    01 SignupStatus pic x(2).
    01 MenuPlanStatus pic x(2).
    01 LocationStatus pic x(2).
    01 AnnouncementStatus pic x(2).
        88 AnnouncementEof value "10".
    01 AppFeedStatus pic x(2).

    01 FeedControlFileName pic x(20) value "app-feed.ctl".
    01 WorkshopFileName pic x(20) value "workshops.dat".
    01 SignupFileName pic x(24) value "workshop-signups.dat".
    01 MenuPlanFileName pic x(20) value "menu-plan.dat".
    01 LocationFileName pic x(20) value "site-locations.dat".
    01 AnnouncementFileName pic x(20) value "announcements.log".
    *> Folder the web server serves the feed from; app-feed.ctl overrides
    01 AppFeedFolder pic x(60) value "appfeed".
    01 AppFeedFileName pic x(80) value spaces.
    01 AppFeedWorkName pic x(80) value spaces.
    01 RenameResult pic s9(9) comp-5 value zero.

    copy EventCalendarTable.
    copy ProgrammeTimes.
    copy WorkshopSession replacing WorkshopSession by ==SortedSession==.

    01 SessionTable.
        05 NumberOfSessions pic 999 value zero.
        05 SessionEntry occurs 300 times indexed by SessionIdx.
            10 SessionEntryDayIndex pic 9.
            10 SessionEntryData     pic x(82).
            10 SessionEntryTaken    pic 999.
    01 AppSortEof pic 9 value zero.
        88 AtEndOfAppSort value 1.

    01 TodaysDate pic x(8) value spaces.
    01 YesterdaysDate pic x(8) value spaces.
    01 YesterdayNumber pic 9(8) value zero.
    01 NowStamp pic x(15) value spaces.
    01 DayIndex pic 9 value zero.
    01 ItemsInArray pic 999 value zero.
    01 DishesInMeal pic 99 value zero.
    01 PreviousDish pic x(30) value spaces.
    01 SeatsLeft pic s9(3) value zero.
    01 NumberText pic -(3)9.
    01 AnnouncementsListed pic 99 value zero.
    01 LocationTypeText pic x(10) value spaces.

    01 JsonPointer pic 9(4) value 1.
    01 JsonValue pic x(100) value spaces.
    01 JsonValueLength pic 999 value zero.
    01 JsonCharIdx pic 999 value zero.

procedure division.
    move function current-date(1:8) to TodaysDate
    move function current-date(1:15) to NowStamp
    compute YesterdayNumber = function date-of-integer(
        function integer-of-date(function numval(TodaysDate)) - 1)
    move YesterdayNumber to YesterdaysDate
    call "LoadEventCalendar" using by reference EventCalendarTable,
        NumberOfEventDays
    perform ReadFeedFolder
    perform LoadSessions
    perform CountSignups

    open output AppFeedFile
        move "{" to AppFeedLine
        write AppFeedLine
        perform StartJsonLine
        string quote "generated" quote ":" quote NowStamp(1:8) " "
            NowStamp(9:2) ":" NowStamp(11:2) quote ","
            delimited by size into AppFeedLine with pointer JsonPointer
        write AppFeedLine

        move quote to AppFeedLine
        string "programme" quote ":[" delimited by size into AppFeedLine(2:)
        write AppFeedLine
        perform varying DayIndex from 1 by 1 until DayIndex > NumberOfEventDays
            perform WriteProgrammeDay
        end-perform
        move "]," to AppFeedLine
        write AppFeedLine

        perform WriteLocations
        perform WriteAnnouncements
        move "}" to AppFeedLine
        write AppFeedLine
    close AppFeedFile

    *> Swapped in whole so the web server never serves half a file
    call "CBL_RENAME_FILE" using AppFeedWorkName, AppFeedFileName
        returning RenameResult
    if RenameResult not equal to zero
        display "Event app feed left in " function trim(AppFeedWorkName)
            " - could not replace " function trim(AppFeedFileName)
    else
        display "Event app feed written to " function trim(AppFeedFileName)
    end-if
    goback
    .

ReadFeedFolder section.
    open input FeedControlFile
        read FeedControlFile
            at end set FeedControlEof to true
        end-read
        if not FeedControlEof and FeedControlLine not equal to spaces
            move FeedControlLine to AppFeedFolder
        end-if
    close FeedControlFile
    move spaces to AppFeedFileName, AppFeedWorkName
    string function trim(AppFeedFolder) "/event-app.json"
        delimited by size into AppFeedFileName
    string function trim(AppFeedFileName) ".tmp"
        delimited by size into AppFeedWorkName
    .

LoadSessions section.
    sort AppSortFile on ascending key AppSortDayIndex, AppSortSlot
        input procedure is ReleaseSessions
        output procedure is TableSessions
    .

ReleaseSessions section.
    move low-values to SessionID of WorkshopRecord
    start WorkshopsFile key is greater than SessionID of WorkshopRecord
        invalid key set EndOfWorkshopsFile to true
    end-start
    open input WorkshopsFile
        if not EndOfWorkshopsFile
            read WorkshopsFile next record
                at end set EndOfWorkshopsFile to true
            end-read
        end-if
        perform until EndOfWorkshopsFile
            set EventDayIdx to 1
            search EventDayName
                at end continue
                when EventDayName(EventDayIdx) equal to
                    SessionDay of WorkshopRecord
                    set AppSortDayIndex to EventDayIdx
                    move SessionTimeSlot of WorkshopRecord to AppSortSlot
                    move WorkshopRecord to AppSortSession
                    release AppSortRecord
            end-search
            read WorkshopsFile next record
                at end set EndOfWorkshopsFile to true
            end-read
        end-perform
    close WorkshopsFile
    .

TableSessions section.
    return AppSortFile
        at end set AtEndOfAppSort to true
    end-return
    perform until AtEndOfAppSort
        if NumberOfSessions < 300
            add 1 to NumberOfSessions
            set SessionIdx to NumberOfSessions
            move AppSortDayIndex to SessionEntryDayIndex(SessionIdx)
            move AppSortSession to SessionEntryData(SessionIdx)
            move zero to SessionEntryTaken(SessionIdx)
        end-if
        return AppSortFile
            at end set AtEndOfAppSort to true
        end-return
    end-perform
    .

CountSignups section.
    move low-values to WorkshopSignupKey of SignupRecord
    start SignupsFile key is greater than WorkshopSignupKey of SignupRecord
        invalid key set EndOfSignupsFile to true
    end-start
    open input SignupsFile
        if not EndOfSignupsFile
            read SignupsFile next record
                at end set EndOfSignupsFile to true
            end-read
        end-if
        perform until EndOfSignupsFile
            perform varying SessionIdx from 1 by 1
                until SessionIdx > NumberOfSessions
                if SessionEntryData(SessionIdx)(1:6) equal to
                    SignupSessionID of SignupRecord
                    add 1 to SessionEntryTaken(SessionIdx)
                end-if
            end-perform
            read SignupsFile next record
                at end set EndOfSignupsFile to true
            end-read
        end-perform
    close SignupsFile
    .

WriteProgrammeDay section.
    perform StartJsonLine
    if DayIndex > 1
        string "," delimited by size into AppFeedLine with pointer JsonPointer
    end-if
    string "{" quote "day" quote ":" quote EventDayName(DayIndex) quote ","
        delimited by size into AppFeedLine with pointer JsonPointer
    write AppFeedLine

    move "  " to AppFeedLine
    string quote "meals" quote ":[" delimited by size into AppFeedLine(3:)
    write AppFeedLine
    move zero to ItemsInArray
    perform varying ProgrammeTimeIdx from 1 by 1 until ProgrammeTimeIdx > 5
        if ProgrammeTimeIsMeal(ProgrammeTimeIdx)
            perform WriteMealSitting
        end-if
    end-perform
    move "  ]," to AppFeedLine
    write AppFeedLine

    move spaces to AppFeedLine
    string "  " quote "kidsClub" quote ":[" delimited by size into AppFeedLine
    write AppFeedLine
    move zero to ItemsInArray
    perform varying ProgrammeTimeIdx from 1 by 1 until ProgrammeTimeIdx > 5
        if ProgrammeTimeIsKidsClub(ProgrammeTimeIdx)
            perform StartArrayItem
            string "{" quote "session" quote ":" delimited by size
                into AppFeedLine with pointer JsonPointer
            move ProgrammeTimeName(ProgrammeTimeIdx) to JsonValue
            perform AppendJsonString
            string "," quote "time" quote ":" delimited by size
                into AppFeedLine with pointer JsonPointer
            move ProgrammeTimeRange(ProgrammeTimeIdx) to JsonValue
            perform AppendJsonString
            string "}" delimited by size into AppFeedLine
                with pointer JsonPointer
            write AppFeedLine
        end-if
    end-perform
    move "  ]," to AppFeedLine
    write AppFeedLine

    move spaces to AppFeedLine
    string "  " quote "workshops" quote ":[" delimited by size
        into AppFeedLine
    write AppFeedLine
    move zero to ItemsInArray
    perform varying SessionIdx from 1 by 1 until SessionIdx > NumberOfSessions
        if SessionEntryDayIndex(SessionIdx) equal to DayIndex
            perform WriteSession
        end-if
    end-perform
    move "  ]}" to AppFeedLine
    write AppFeedLine
    .

WriteMealSitting section.
    perform StartArrayItem
    string "{" quote "sitting" quote ":" delimited by size
        into AppFeedLine with pointer JsonPointer
    move ProgrammeTimeName(ProgrammeTimeIdx) to JsonValue
    perform AppendJsonString
    string "," quote "time" quote ":" delimited by size
        into AppFeedLine with pointer JsonPointer
    move ProgrammeTimeRange(ProgrammeTimeIdx) to JsonValue
    perform AppendJsonString
    string "," quote "menu" quote ":[" delimited by size
        into AppFeedLine with pointer JsonPointer

    *> Each dish is held once per ingredient line; list it once
    move zero to DishesInMeal
    move spaces to PreviousDish
    move EventDayName(DayIndex) to MenuDay of MenuPlanRecord
    move ProgrammeTimeKind(ProgrammeTimeIdx) to MenuSitting of MenuPlanRecord
    move zero to MenuLineNumber of MenuPlanRecord
    open input MenuPlanFile
        start MenuPlanFile key is not less than MenuPlanKey of MenuPlanRecord
            invalid key set EndOfMenuPlanFile to true
        end-start
        if not EndOfMenuPlanFile
            read MenuPlanFile next record
                at end set EndOfMenuPlanFile to true
            end-read
        end-if
        perform until EndOfMenuPlanFile
            or MenuDay of MenuPlanRecord not equal to EventDayName(DayIndex)
            or MenuSitting of MenuPlanRecord not equal to
                ProgrammeTimeKind(ProgrammeTimeIdx)
            if MenuDishName of MenuPlanRecord not equal to PreviousDish
                and DishesInMeal < 20
                if DishesInMeal > zero
                    string "," delimited by size into AppFeedLine
                        with pointer JsonPointer
                end-if
                move MenuDishName of MenuPlanRecord to JsonValue
                perform AppendJsonString
                move MenuDishName of MenuPlanRecord to PreviousDish
                add 1 to DishesInMeal
            end-if
            read MenuPlanFile next record
                at end set EndOfMenuPlanFile to true
            end-read
        end-perform
    close MenuPlanFile
    string "]}" delimited by size into AppFeedLine with pointer JsonPointer
    write AppFeedLine
    .

WriteSession section.
    move SessionEntryData(SessionIdx) to SortedSession
    compute SeatsLeft = SessionCapacity of SortedSession
        - SessionEntryTaken(SessionIdx)
    if SeatsLeft < zero
        move zero to SeatsLeft
    end-if
    perform StartArrayItem
    string "{" quote "id" quote ":" delimited by size
        into AppFeedLine with pointer JsonPointer
    move SessionID of SortedSession to JsonValue
    perform AppendJsonString
    string "," quote "title" quote ":" delimited by size
        into AppFeedLine with pointer JsonPointer
    move SessionTitle of SortedSession to JsonValue
    perform AppendJsonString
    string "," quote "where" quote ":" delimited by size
        into AppFeedLine with pointer JsonPointer
    move SessionSpace of SortedSession to JsonValue
    perform AppendJsonString
    string "," quote "time" quote ":" delimited by size
        into AppFeedLine with pointer JsonPointer
    move SessionTimeSlot of SortedSession to JsonValue
    perform AppendJsonString
    move SessionCapacity of SortedSession to NumberText
    string "," quote "capacity" quote ":" function trim(NumberText)
        delimited by size into AppFeedLine with pointer JsonPointer
    move SeatsLeft to NumberText
    string "," quote "seatsLeft" quote ":" function trim(NumberText) "}"
        delimited by size into AppFeedLine with pointer JsonPointer
    write AppFeedLine
    .

WriteLocations section.
    move quote to AppFeedLine
    string "locations" quote ":[" delimited by size into AppFeedLine(2:)
    write AppFeedLine
    move zero to ItemsInArray
    move low-values to LocationCode of LocationRecord
    start LocationsFile key is greater than LocationCode of LocationRecord
        invalid key set EndOfLocationsFile to true
    end-start
    open input LocationsFile
        if not EndOfLocationsFile
            read LocationsFile next record
                at end set EndOfLocationsFile to true
            end-read
        end-if
        perform until EndOfLocationsFile
            evaluate true
                when LocationIsBuilding of LocationRecord
                    move "building" to LocationTypeText
                when LocationIsField of LocationRecord
                    move "field" to LocationTypeText
                when LocationIsMarquee of LocationRecord
                    move "marquee" to LocationTypeText
                when LocationIsCompound of LocationRecord
                    move "compound" to LocationTypeText
                when LocationIsStore of LocationRecord
                    move "store" to LocationTypeText
                when other
                    move "other" to LocationTypeText
            end-evaluate
            perform StartArrayItem
            string "{" quote "code" quote ":" delimited by size
                into AppFeedLine with pointer JsonPointer
            move LocationCode of LocationRecord to JsonValue
            perform AppendJsonString
            string "," quote "name" quote ":" delimited by size
                into AppFeedLine with pointer JsonPointer
            move LocationDescription of LocationRecord to JsonValue
            perform AppendJsonString
            string "," quote "type" quote ":" delimited by size
                into AppFeedLine with pointer JsonPointer
            move LocationTypeText to JsonValue
            perform AppendJsonString
            string "," quote "gridRef" quote ":" delimited by size
                into AppFeedLine with pointer JsonPointer
            move LocationGridRef of LocationRecord to JsonValue
            perform AppendJsonString
            string "}" delimited by size into AppFeedLine
                with pointer JsonPointer
            write AppFeedLine
            read LocationsFile next record
                at end set EndOfLocationsFile to true
            end-read
        end-perform
    close LocationsFile
    move "]," to AppFeedLine
    write AppFeedLine
    .

WriteAnnouncements section.
    *> Site notices posted today or yesterday, oldest first
    move quote to AppFeedLine
    string "announcements" quote ":[" delimited by size into AppFeedLine(2:)
    write AppFeedLine
    move zero to ItemsInArray
    open input AnnouncementsFile
        read AnnouncementsFile
            at end set AnnouncementEof to true
        end-read
        perform until AnnouncementEof
            if AnnouncementStamp(1:8) >= YesterdaysDate
                and AnnouncementsListed < 50
                add 1 to AnnouncementsListed
                perform StartArrayItem
                string "{" quote "posted" quote ":" quote
                    AnnouncementStamp(1:8) " " AnnouncementStamp(9:2) ":"
                    AnnouncementStamp(11:2) quote "," quote "text" quote ":"
                    delimited by size into AppFeedLine with pointer JsonPointer
                move AnnouncementText to JsonValue
                perform AppendJsonString
                string "}" delimited by size into AppFeedLine
                    with pointer JsonPointer
                write AppFeedLine
            end-if
            read AnnouncementsFile
                at end set AnnouncementEof to true
            end-read
        end-perform
    close AnnouncementsFile
    move "]" to AppFeedLine
    write AppFeedLine
    .

StartJsonLine section.
    move spaces to AppFeedLine
    move 2 to JsonPointer
    .

StartArrayItem section.
    move spaces to AppFeedLine
    move 5 to JsonPointer
    add 1 to ItemsInArray
    if ItemsInArray > 1
        string "," delimited by size into AppFeedLine with pointer JsonPointer
    end-if
    .

AppendJsonString section.
    *> Quotes and backslashes in the text are escaped for the app
    move zero to JsonValueLength
    if JsonValue not equal to spaces
        move function length(function trim(JsonValue trailing))
            to JsonValueLength
    end-if
    string quote delimited by size into AppFeedLine with pointer JsonPointer
    perform varying JsonCharIdx from 1 by 1
        until JsonCharIdx > JsonValueLength
        evaluate JsonValue(JsonCharIdx:1)
            when quote
                string "\" quote delimited by size into AppFeedLine
                    with pointer JsonPointer
            when "\"
                string "\\" delimited by size into AppFeedLine
                    with pointer JsonPointer
            when other
                string JsonValue(JsonCharIdx:1) delimited by size
                    into AppFeedLine with pointer JsonPointer
        end-evaluate
    end-perform
    string quote delimited by size into AppFeedLine with pointer JsonPointer
    move spaces to JsonValue
    .

end program ExportEventAppFeed.
