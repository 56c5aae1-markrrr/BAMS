identification division.
program-id. TakeAttendeeQuery is initial.

environment division.
input-output section.
    file-control.
        select optional QueriesFile assign to QueryFileName
            organization is indexed
            access mode is dynamic
            record key is QueryName of QueryRecord
            file status is QueryStatus.

data division.
file section.
    fd QueriesFile.
        copy AttendeeQuery replacing AttendeeQuery by
            ==QueryRecord.
            88 EndOfQueriesFile value high-values==.

working-storage section.
    01 QueryStatus pic x(2).
        88 RecordExists value "22".
    01 QueryFileName pic x(20) value "saved-queries.dat".
    copy OperatorSession.
    copy AttendeeQueryFields.

    01 ActionEntry pic x value space.
        88 DefiningQuery  value "N", "n".
        88 RunningQuery   value "R", "r".
        88 ListingQueries value "L", "l".
        88 DeletingQuery  value "D", "d".
        88 ListingFields  value "F", "f".
    01 EnteredName pic x(12) value spaces.
    01 EnteredField pic x(22) value spaces.
    01 OutputEntry pic x value space.
    01 RunAnswer pic x value "N".
        88 RunItNow value "Y", "y".
    01 ColumnIndex pic 99 value zero.
    01 ConditionIndex pic 9 value zero.
    01 TotalIndex pic 9 value zero.
    01 FieldKnown pic 9 value zero.
        88 FieldIsKnown value 1.
    01 QueriesListed pic 999 value zero.
    01 QueryRunFlag pic 9 value zero.
        88 QueryWasRun value 1.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    call "GetCurrentOperator" using by reference OperatorSession
    display "Attendee queries - N=new or change, R=run, L=list saved,"
    display "   D=delete, F=fields you can use: " with no advancing
    accept ActionEntry from console
    evaluate true
        when DefiningQuery perform DefineQuery
        when RunningQuery perform RunSavedQuery
        when ListingQueries perform ListSavedQueries
        when DeletingQuery perform DeleteQuery
        when ListingFields perform ListQueryFields
        when other display "No action taken"
    end-evaluate
    goback
    .

DefineQuery section.
    display "Query name (up to 12 characters): " with no advancing
    accept EnteredName from console
    move function upper-case(EnteredName) to EnteredName
    if EnteredName equal to spaces
        display "Nothing saved"
        exit section
    end-if
    initialize QueryRecord
    move EnteredName to QueryName of QueryRecord
    display "What it lists: " with no advancing
    accept QueryDescription of QueryRecord from console

    display "Fields to list, in order - blank to finish (F lists them)"
    perform varying ColumnIndex from 1 by 1 until ColumnIndex > 8
        display "  Field " ColumnIndex ": " with no advancing
        perform TakeFieldName
        if EnteredField equal to spaces
            move 9 to ColumnIndex
        else
            move EnteredField to QueryColumn of QueryRecord(ColumnIndex)
        end-if
    end-perform
    if QueryColumn of QueryRecord(1) equal to spaces
        move "AUTHCODE" to QueryColumn of QueryRecord(1)
        move "ATTENDEENAME" to QueryColumn of QueryRecord(2)
    end-if

    display "Conditions - all must hold; blank field to finish"
    display "  operators: =  <>  <  >  <=  >=  CT (contains)"
    perform varying ConditionIndex from 1 by 1 until ConditionIndex > 5
        display "  Condition " ConditionIndex " field: " with no advancing
        perform TakeFieldName
        if EnteredField equal to spaces
            move 6 to ConditionIndex
        else
            perform TakeCondition
        end-if
    end-perform

    display "Sort by field (blank for booking order): " with no advancing
    perform TakeFieldName
    move EnteredField to QuerySortField of QueryRecord
    if EnteredField not equal to spaces
        display "A ascending or D descending [A]: " with no advancing
        accept QuerySortOrder of QueryRecord from console
        move function upper-case(QuerySortOrder of QueryRecord)
            to QuerySortOrder of QueryRecord
        if not QuerySortsDescending of QueryRecord
            move "A" to QuerySortOrder of QueryRecord
        end-if
    end-if

    display "Totals - money or number fields, blank to finish"
    perform varying TotalIndex from 1 by 1 until TotalIndex > 3
        display "  Total " TotalIndex ": " with no advancing
        perform TakeFieldName
        evaluate true
            when EnteredField equal to spaces
                move 4 to TotalIndex
            when not QueryFieldIsNumeric(QueryFieldIdx)
                display "  " function trim(EnteredField)
                    " is not a number - not totalled"
            when other
                move EnteredField to QueryTotalField of QueryRecord(TotalIndex)
        end-evaluate
    end-perform

    display "Send results to S screen, P spool or C CSV [S]: "
        with no advancing
    accept QueryOutput of QueryRecord from console
    move function upper-case(QueryOutput of QueryRecord)
        to QueryOutput of QueryRecord
    if not QueryToSpool of QueryRecord and not QueryToCsv of QueryRecord
        move "S" to QueryOutput of QueryRecord
    end-if
    move SessionOperatorCode to QuerySavedBy of QueryRecord
    move function current-date(1:8) to QuerySavedDate of QueryRecord

    open i-o QueriesFile
        write QueryRecord
            invalid key
                if RecordExists
                    rewrite QueryRecord
                else
                    display "Error - status is " QueryStatus
                end-if
        end-write
    close QueriesFile
    display "Saved query " function trim(EnteredName)
        " - rerun with bams RUNQUERY or a QUERY:" function trim(EnteredName)
        " nightly step"

    display "Run it now (Y/N)? " with no advancing
    accept RunAnswer from console
    if RunItNow
        move space to OutputEntry
        call "RunAttendeeQuery" using by content AttendeeFileName,
            EnteredName, OutputEntry, by reference QueryRunFlag
    end-if
    .

TakeFieldName section.
    *> Asks again until the name is on the field list or left blank
    move zero to FieldKnown
    perform until FieldIsKnown
        move spaces to EnteredField
        accept EnteredField from console
        move function upper-case(EnteredField) to EnteredField
        evaluate true
            when EnteredField equal to spaces
                move 1 to FieldKnown
            when EnteredField equal to "F"
                perform ListQueryFields
                display "  Field name: " with no advancing
            when other
                set QueryFieldIdx to 1
                search QueryFieldEntry
                    at end
                        display "  No such field - field name: "
                            with no advancing
                    when QueryFieldName(QueryFieldIdx) equal to EnteredField
                        move 1 to FieldKnown
                end-search
        end-evaluate
    end-perform
    .

TakeCondition section.
    move EnteredField to QueryConditionField of QueryRecord(ConditionIndex)
    move spaces to QueryConditionOperator of QueryRecord(ConditionIndex)
    perform until QueryConditionIsValid of QueryRecord(ConditionIndex)
        display "  Operator: " with no advancing
        accept QueryConditionOperator of QueryRecord(ConditionIndex)
            from console
        move function upper-case(
            QueryConditionOperator of QueryRecord(ConditionIndex))
            to QueryConditionOperator of QueryRecord(ConditionIndex)
    end-perform
    display "  Value: " with no advancing
    accept QueryConditionValue of QueryRecord(ConditionIndex) from console
    .

RunSavedQuery section.
    display "Query name: " with no advancing
    accept EnteredName from console
    display "Send results to S screen, P spool, C CSV, blank as saved: "
        with no advancing
    accept OutputEntry from console
    call "RunAttendeeQuery" using by content AttendeeFileName,
        EnteredName, OutputEntry, by reference QueryRunFlag
    .

ListSavedQueries section.
    move low-values to QueryName of QueryRecord
    start QueriesFile key is greater than QueryName of QueryRecord
        invalid key set EndOfQueriesFile to true
    end-start
    open input QueriesFile
        if not EndOfQueriesFile
            read QueriesFile next record
                at end set EndOfQueriesFile to true
            end-read
        end-if
        perform until EndOfQueriesFile
            add 1 to QueriesListed
            display QueryName of QueryRecord " " QueryDescription of QueryRecord
                " " QuerySavedBy of QueryRecord " " QuerySavedDate of QueryRecord
            perform varying ConditionIndex from 1 by 1 until ConditionIndex > 5
                if QueryConditionField of QueryRecord(ConditionIndex)
                    not equal to spaces
                    display "    where "
                        function trim(
                        QueryConditionField of QueryRecord(ConditionIndex)) " "
                        QueryConditionOperator of QueryRecord(ConditionIndex)
                        " " QueryConditionValue of QueryRecord(ConditionIndex)
                end-if
            end-perform
            read QueriesFile next record
                at end set EndOfQueriesFile to true
            end-read
        end-perform
    close QueriesFile
    if QueriesListed equal to zero
        display "No saved queries"
    end-if
    .

DeleteQuery section.
    display "Query name to delete: " with no advancing
    accept EnteredName from console
    move function upper-case(EnteredName) to EnteredName
    open i-o QueriesFile
        move EnteredName to QueryName of QueryRecord
        delete QueriesFile record
            invalid key display "No saved query " EnteredName
            not invalid key display "Deleted " EnteredName
        end-delete
    close QueriesFile
    .

ListQueryFields section.
    perform varying QueryFieldIdx from 1 by 1 until QueryFieldIdx > 28
        if QueryFieldIsNumeric(QueryFieldIdx)
            display "    " QueryFieldName(QueryFieldIdx) " (number)"
        else
            display "    " QueryFieldName(QueryFieldIdx)
        end-if
    end-perform
    .

end program TakeAttendeeQuery.
