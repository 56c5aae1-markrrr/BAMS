identification division.
program-id. GetFunderReport is initial.

environment division.
input-output section.
    file-control.
        select optional GrantsFile assign to GrantFileName
            organization is indexed
            access mode is dynamic
            record key is GrantCode of GrantRecord
            file status is GrantStatus.

        select optional TagsFile assign to TagFileName
            organization is indexed
            access mode is dynamic
            record key is TagExpenseID of TagRecord
            file status is TagStatus.

        select optional ExpensesFile assign to ExpenseFileName
            organization is indexed
            access mode is dynamic
            record key is ExpenseID of ExpenseRecord
            file status is ExpenseStatus.

        select optional SnapshotFile assign to SnapshotFileName
            organization is line sequential
            file status is SnapshotStatus.

data division.
file section.
    fd GrantsFile.
        copy FundingGrant replacing FundingGrant by
            ==GrantRecord.
            88 EndOfGrantsFile value high-values==.

    fd TagsFile.
        copy ExpenseGrantTag replacing ExpenseGrantTag by
            ==TagRecord.
            88 EndOfTagsFile value high-values==.

    fd ExpensesFile.
        copy ExpenseEntry replacing ExpenseEntry by
            ==ExpenseRecord.
            88 EndOfExpensesFile value high-values==.

    fd SnapshotFile.
        copy EndOfDaySnapshot.

working-storage section.
    01 GrantStatus pic x(2).
    01 TagStatus pic x(2).
    01 ExpenseStatus pic x(2).
    01 SnapshotStatus pic x(2).
        88 SnapshotOk  values "00", "05".
        88 SnapshotEof value "10".
    01 GrantFileName pic x(20) value "funding-grants.dat".
    01 TagFileName pic x(20) value "expense-grants.dat".
    01 ExpenseFileName pic x(20) value "expenses.dat".
    01 SnapshotFileName pic x(24) value "eod-snapshot.log".

    *> The last snapshot taken on each day stands for that day
    01 AttendanceTable.
        05 AttendanceDays pic 99 value zero.
        05 AttendanceEntry occurs 30 times indexed by DayIdx.
            10 AttendanceDate    pic x(8).
            10 AttendanceBooked  pic 999.
            10 AttendanceOnSite  pic 999.
            10 AttendanceToCome  pic 999.
            10 AttendanceCancels pic 99.
            10 AttendanceNoShows pic 99.

    01 GrantFound pic 9 value zero.
        88 GrantWasFound value 1.
    01 DeliverableIndex pic 9 value zero.
    01 PeakOnSite pic 999 value zero.
    01 PeakDate pic x(8) value spaces.
    01 LastDateKept pic x(8) value spaces.
    01 ExpensesCounted pic 999 value zero.
    01 TotalSpent pic 9(7)v99 value zero.
    01 KindText pic x(11) value spaces.
    01 StateText pic x(20) value spaces.
    01 PeriodFrom pic x(8) value spaces.
    01 PeriodTo pic x(8) value spaces.
    01 AmountDisplay pic z(5)9.99.
    copy ReportWriterRequest.

linkage section.
    01 ReportGrantCode pic x(8).

procedure division using ReportGrantCode.
    move function upper-case(ReportGrantCode) to ReportGrantCode
    open input GrantsFile
        move ReportGrantCode to GrantCode of GrantRecord
        read GrantsFile
            invalid key continue
            not invalid key move 1 to GrantFound
        end-read
    close GrantsFile
    if not GrantWasFound
        display "No grant " ReportGrantCode " on the funding register"
        goback
    end-if
    move GrantAttendanceFrom of GrantRecord to PeriodFrom
    move GrantAttendanceTo of GrantRecord to PeriodTo
    if PeriodTo equal to spaces
        move high-values to PeriodTo
    end-if

    perform LoadAttendance
    perform TotalGrantSpend

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    string "REPORT TO FUNDER - " function trim(GrantFunder of GrantRecord)
        delimited by size into ReportTitle
    move "spool-funder.txt" to ReportSpoolName
    move SnapshotFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    if GrantIsSponsorship of GrantRecord
        move "sponsorship" to KindText
    else
        move "grant" to KindText
    end-if
    string "Grant " GrantCode of GrantRecord " (" function trim(KindText) ")"
        delimited by size into ReportLineText
    perform EmitLine
    string "Conditions: " GrantCondition of GrantRecord
        delimited by size into ReportLineText
    perform EmitLine
    move GrantAwarded of GrantRecord to AmountDisplay
    string "Awarded      " AmountDisplay delimited by size into ReportLineText
    perform EmitLine
    move GrantReceived of GrantRecord to AmountDisplay
    string "Received     " AmountDisplay delimited by size into ReportLineText
    perform EmitLine
    move TotalSpent to AmountDisplay
    string "Spent        " AmountDisplay "  across " ExpensesCounted
        " expense(s)" delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move "DELIVERABLES" to ReportLineText
    perform EmitLine
    perform varying DeliverableIndex from 1 by 1 until DeliverableIndex > 3
        if DeliverableDueDate of GrantRecord(DeliverableIndex)
            not equal to spaces
            if DeliverableIsDone of GrantRecord(DeliverableIndex)
                move spaces to StateText
                string "done "
                    DeliverableDoneDate of GrantRecord(DeliverableIndex)
                    delimited by size into StateText
            else
                move "outstanding" to StateText
            end-if
            string "  due " DeliverableDueDate of GrantRecord(DeliverableIndex)
                "  " DeliverableText of GrantRecord(DeliverableIndex) "  "
                StateText delimited by size into ReportLineText
            perform EmitLine
        end-if
    end-perform
    perform EmitLine

    move "ATTENDANCE (end-of-day snapshots)" to ReportLineText
    perform EmitLine
    move "Date      Booked  On site  Still to come  Cancelled  No-shows"
        to ReportLineText
    perform EmitLine
    perform varying DayIdx from 1 by 1 until DayIdx > AttendanceDays
        string AttendanceDate(DayIdx) "  " AttendanceBooked(DayIdx)
            "     " AttendanceOnSite(DayIdx) "      " AttendanceToCome(DayIdx)
            "            " AttendanceCancels(DayIdx) "         "
            AttendanceNoShows(DayIdx)
            delimited by size into ReportLineText
        perform EmitLine
        if AttendanceOnSite(DayIdx) > PeakOnSite
            move AttendanceOnSite(DayIdx) to PeakOnSite
            move AttendanceDate(DayIdx) to PeakDate
        end-if
    end-perform
    if AttendanceDays equal to zero
        move "(no end-of-day snapshots in the reporting period)"
            to ReportLineText
        perform EmitLine
    else
        perform EmitLine
        set DayIdx to AttendanceDays
        string "Bookings at the last snapshot: " AttendanceBooked(DayIdx)
            "   most on site: " PeakOnSite " on " PeakDate
            delimited by size into ReportLineText
        perform EmitLine
    end-if

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

LoadAttendance section.
    open input SnapshotFile
        read SnapshotFile
            at end set SnapshotEof to true
        end-read
        perform until SnapshotEof
            if SnapshotDate >= PeriodFrom and SnapshotDate <= PeriodTo
                perform KeepSnapshot
            end-if
            read SnapshotFile
                at end set SnapshotEof to true
            end-read
        end-perform
    close SnapshotFile
    .

KeepSnapshot section.
    if SnapshotDate not equal to LastDateKept
        if AttendanceDays >= 30
            exit section
        end-if
        add 1 to AttendanceDays
        move SnapshotDate to LastDateKept
    end-if
    set DayIdx to AttendanceDays
    move SnapshotDate to AttendanceDate(DayIdx)
    move SnapshotTotalAttendees to AttendanceBooked(DayIdx)
    move SnapshotOnSite to AttendanceOnSite(DayIdx)
    move SnapshotToArrive to AttendanceToCome(DayIdx)
    move SnapshotCancellations to AttendanceCancels(DayIdx)
    move SnapshotNoShows to AttendanceNoShows(DayIdx)
    .

TotalGrantSpend section.
    move low-values to TagExpenseID of TagRecord
    start TagsFile key is greater than TagExpenseID of TagRecord
        invalid key set EndOfTagsFile to true
    end-start
    open input TagsFile
    open input ExpensesFile
        if not EndOfTagsFile
            read TagsFile next record
                at end set EndOfTagsFile to true
            end-read
        end-if
        perform until EndOfTagsFile
            if TagGrantCode of TagRecord equal to ReportGrantCode
                move TagExpenseID of TagRecord to ExpenseID of ExpenseRecord
                read ExpensesFile
                    invalid key continue
                    not invalid key
                        add 1 to ExpensesCounted
                        add ExpenseAmount of ExpenseRecord to TotalSpent
                end-read
            end-if
            read TagsFile next record
                at end set EndOfTagsFile to true
            end-read
        end-perform
    close ExpensesFile
    close TagsFile
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetFunderReport.
