identification division.
program-id. RunAttendeeQuery is initial.

environment division.
input-output section.
    file-control.
        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode
            file status is AttendeeStatus.

        select optional QueriesFile assign to QueryFileName
            organization is indexed
            access mode is dynamic
            record key is QueryName of QueryRecord
            file status is QueryStatus.

        select CsvFile assign to CsvFileName
            organization is line sequential
            file status is CsvStatus.

        select QuerySortFile assign to "attendeequery.srt".

data division.
file section.
    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd QueriesFile.
        copy AttendeeQuery replacing AttendeeQuery by
            ==QueryRecord.
            88 EndOfQueriesFile value high-values==.

    fd CsvFile
        record contains 300 characters.
        01 CsvLine pic x(300).

    sd QuerySortFile.
        01 QuerySortRecord.
            05 QuerySortKey pic x(30).
            05 QuerySortAttendee pic x(247).

working-storage section.
    01 AttendeeStatus pic x(2).
    01 QueryStatus pic x(2).
    01 CsvStatus pic x(2).
    01 QueryFileName pic x(20) value "saved-queries.dat".
    01 CsvFileName pic x(24) value spaces.
    copy AttendeeQuery.
    copy AttendeeQueryFields.
    copy Attendee replacing Attendee by ==QueryAttendee==.

    01 QueryFound pic 9 value zero.
        88 QueryWasFound value 1.
    01 QueryIsUsable pic 9 value zero.
        88 QueryCanRun value 1.
    01 QuerySortEof pic 9 value zero.
        88 AtEndOfQuerySort value 1.

    *> Catalogue positions of the names the query uses; zero is unused
    01 ColumnFieldIdx pic 99 occurs 8 times.
    01 ConditionFieldIdx pic 99 occurs 5 times.
    01 TotalFieldIdx pic 99 occurs 3 times.
    01 SortFieldIdx pic 99 value zero.
    01 ColumnIndex pic 9 value zero.
    01 ConditionIndex pic 9 value zero.
    01 TotalIndex pic 9 value zero.
    01 WantedName pic x(22) value spaces.
    01 WantedFieldIdx pic 99 value zero.

    01 FieldText pic x(30) value spaces.
    01 FieldNumber pic 9(7)v99 value zero.
    01 SortNumber pic 9(7)v99 value zero.
    01 SortNumberText redefines SortNumber pic x(9).
    01 MoneyDisplay pic z(5)9.99.
    01 TotalDisplay pic z(6)9.99.
    01 ConditionNumber pic s9(7)v99 value zero.
    01 ConditionText pic x(30) value spaces.
    01 ConditionLength pic 99 value zero.
    01 ContainsHits pic 99 value zero.
    01 RowMatches pic 9 value zero.
        88 RowIsWanted value 1.

    01 QueryLine pic x(100) value spaces.
    01 LinePointer pic 999 value 1.
    01 ColumnWidth pic 99 value zero.
    01 RowsListed pic 9(5) value zero.
    01 TotalAmounts.
        05 TotalAmount pic 9(8)v99 occurs 3 times.
    copy ReportWriterRequest.

    01 SensitiveAccess pic 9 value zero.
        88 SensitiveIsVisible value 1.
    01 SensitiveColumnFlag pic 9 value zero.
        88 QueryListsSensitive value 1.
    01 ReadLogKey pic x(15) value spaces.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 RunQueryName pic x(12).
    01 RunOutput pic x.
    01 QueryRunFlag pic 9.
        88 QueryWasRun value 1.

procedure division using AttendeeFileName, RunQueryName, RunOutput,
    QueryRunFlag.
    move zero to QueryRunFlag
    move function upper-case(RunQueryName) to RunQueryName
    open input QueriesFile
        move RunQueryName to QueryName of QueryRecord
        read QueriesFile
            invalid key continue
            not invalid key
                move 1 to QueryFound
                move QueryRecord to AttendeeQuery
        end-read
    close QueriesFile
    if not QueryWasFound
        display "No saved query called " function trim(RunQueryName)
        goback
    end-if
    if RunOutput not equal to space
        move function upper-case(RunOutput) to QueryOutput of AttendeeQuery
    end-if

    perform ResolveQueryFields
    if not QueryCanRun
        goback
    end-if

    perform CheckSensitiveColumns
    perform StartQueryOutput
    if QuerySortsDescending of AttendeeQuery
        sort QuerySortFile on descending key QuerySortKey
            input procedure is SelectQueryRows
            output procedure is ListQueryRows
    else
        sort QuerySortFile on ascending key QuerySortKey
            input procedure is SelectQueryRows
            output procedure is ListQueryRows
    end-if
    perform FinishQueryOutput
    set QueryWasRun to true
    goback
    .

ResolveQueryFields section.
    move 1 to QueryIsUsable
    perform varying ColumnIndex from 1 by 1 until ColumnIndex > 8
        move QueryColumn of AttendeeQuery(ColumnIndex) to WantedName
        perform FindQueryField
        move WantedFieldIdx to ColumnFieldIdx(ColumnIndex)
    end-perform
    perform varying ConditionIndex from 1 by 1 until ConditionIndex > 5
        move QueryConditionField of AttendeeQuery(ConditionIndex)
            to WantedName
        perform FindQueryField
        move WantedFieldIdx to ConditionFieldIdx(ConditionIndex)
    end-perform
    perform varying TotalIndex from 1 by 1 until TotalIndex > 3
        move QueryTotalField of AttendeeQuery(TotalIndex) to WantedName
        perform FindQueryField
        move WantedFieldIdx to TotalFieldIdx(TotalIndex)
        if WantedFieldIdx > zero
            if not QueryFieldIsNumeric(WantedFieldIdx)
                display "Cannot total " function trim(WantedName)
                    " - it is not a number"
                move zero to QueryIsUsable
            end-if
        end-if
    end-perform
    move QuerySortField of AttendeeQuery to WantedName
    perform FindQueryField
    move WantedFieldIdx to SortFieldIdx
    .

FindQueryField section.
    move zero to WantedFieldIdx
    if WantedName equal to spaces
        exit section
    end-if
    set QueryFieldIdx to 1
    search QueryFieldEntry
        at end
            display "Query " function trim(RunQueryName)
                " names an unknown field " function trim(WantedName)
            move zero to QueryIsUsable
        when QueryFieldName(QueryFieldIdx) equal to WantedName
            set WantedFieldIdx to QueryFieldIdx
    end-search
    .

CheckSensitiveColumns section.
    *> Welfare flags and emergency contacts shown in clear are read-logged
    *> per attendee listed as a bulk report read - saved queries run
    *> unattended, so there is no one to ask for a reason
    move zero to SensitiveColumnFlag
    perform varying ColumnIndex from 1 by 1 until ColumnIndex > 8
        if ColumnFieldIdx(ColumnIndex) > zero
            evaluate QueryFieldName(ColumnFieldIdx(ColumnIndex))
                when "EMERGENCYCONTACTNAME"
                when "EMERGENCYCONTACTPHONE"
                when "WELFAREFLAG"
                    set QueryListsSensitive to true
            end-evaluate
        end-if
    end-perform
    if not QueryListsSensitive
        exit section
    end-if
    call "CheckSensitiveAccess" using by reference SensitiveAccess
    .

StartQueryOutput section.
    move spaces to QueryLine
    move 1 to LinePointer
    perform varying ColumnIndex from 1 by 1 until ColumnIndex > 8
        if ColumnFieldIdx(ColumnIndex) > zero
            move ColumnFieldIdx(ColumnIndex) to WantedFieldIdx
            perform AddColumnHeading
        end-if
    end-perform
    evaluate true
        when QueryToCsv of AttendeeQuery
            move spaces to CsvFileName
            string "query-" function lower-case(function trim(RunQueryName))
                ".csv" delimited by size into CsvFileName
            open output CsvFile
            move spaces to CsvLine
            move 1 to LinePointer
            perform varying ColumnIndex from 1 by 1 until ColumnIndex > 8
                if ColumnFieldIdx(ColumnIndex) > zero
                    if LinePointer > 1
                        string "," delimited by size into CsvLine
                            with pointer LinePointer
                    end-if
                    string function trim(QueryFieldName(
                        ColumnFieldIdx(ColumnIndex)))
                        delimited by size into CsvLine
                        with pointer LinePointer
                end-if
            end-perform
            write CsvLine
        when QueryToSpool of AttendeeQuery
            initialize ReportWriterRequest
            move "HEAD" to ReportAction
            move spaces to ReportTitle
            string "QUERY " function trim(RunQueryName) " - "
                QueryDescription of AttendeeQuery
                delimited by size into ReportTitle
            move spaces to ReportSpoolName
            string "spool-query-"
                function lower-case(function trim(RunQueryName)) ".txt"
                delimited by size into ReportSpoolName
            move AttendeeFileName to ReportSourceFile
            call "ReportWriter" using ReportWriterRequest
            move QueryLine to ReportLineText
            perform EmitLine
        when other
            display "QUERY " function trim(RunQueryName) " - "
                function trim(QueryDescription of AttendeeQuery)
            display QueryLine
    end-evaluate
    .

AddColumnHeading section.
    move QueryFieldWidth(WantedFieldIdx) to ColumnWidth
    if ColumnWidth < 6
        move 6 to ColumnWidth
    end-if
    if LinePointer + ColumnWidth > 100
        exit section
    end-if
    move QueryFieldName(WantedFieldIdx) to QueryLine(LinePointer:ColumnWidth)
    compute LinePointer = LinePointer + ColumnWidth + 1
    .

SelectQueryRows section.
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key set EndOfAttendeesFile to true
    end-start
    open input AttendeesFile
        if not EndOfAttendeesFile
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-if
        perform until EndOfAttendeesFile
            move AttendeeRecord to QueryAttendee
            call "ProtectAttendeeFields" using by content "D",
                by reference QueryAttendee
            perform TestConditions
            if RowIsWanted
                move spaces to QuerySortKey
                if SortFieldIdx > zero
                    move SortFieldIdx to WantedFieldIdx
                    perform GetQueryFieldValue
                    if QueryFieldIsNumeric(SortFieldIdx)
                        move FieldNumber to SortNumber
                        move SortNumberText to QuerySortKey
                    else
                        move FieldText to QuerySortKey
                    end-if
                end-if
                move AttendeeRecord to QuerySortAttendee
                release QuerySortRecord
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    .

TestConditions section.
    move 1 to RowMatches
    perform varying ConditionIndex from 1 by 1
        until ConditionIndex > 5 or not RowIsWanted
        if ConditionFieldIdx(ConditionIndex) > zero
            perform TestOneCondition
        end-if
    end-perform
    .

TestOneCondition section.
    move ConditionFieldIdx(ConditionIndex) to WantedFieldIdx
    perform GetQueryFieldValue
    move zero to RowMatches
    if QueryConditionOperator of AttendeeQuery(ConditionIndex) equal to "CT"
        move function upper-case(
            QueryConditionValue of AttendeeQuery(ConditionIndex))
            to ConditionText
        move function length(function trim(ConditionText))
            to ConditionLength
        move zero to ContainsHits
        inspect function upper-case(FieldText) tallying ContainsHits
            for all ConditionText(1:ConditionLength)
        if ContainsHits > zero
            move 1 to RowMatches
        end-if
        exit section
    end-if

    if QueryFieldIsNumeric(WantedFieldIdx)
        compute ConditionNumber = function numval(
            QueryConditionValue of AttendeeQuery(ConditionIndex))
        evaluate QueryConditionOperator of AttendeeQuery(ConditionIndex)
            when "= "
                if FieldNumber = ConditionNumber move 1 to RowMatches end-if
            when "<>"
                if FieldNumber not = ConditionNumber
                    move 1 to RowMatches
                end-if
            when "< "
                if FieldNumber < ConditionNumber move 1 to RowMatches end-if
            when "> "
                if FieldNumber > ConditionNumber move 1 to RowMatches end-if
            when "<="
                if FieldNumber <= ConditionNumber move 1 to RowMatches end-if
            when ">="
                if FieldNumber >= ConditionNumber move 1 to RowMatches end-if
        end-evaluate
    else
        move function upper-case(
            QueryConditionValue of AttendeeQuery(ConditionIndex))
            to ConditionText
        move function upper-case(FieldText) to FieldText
        evaluate QueryConditionOperator of AttendeeQuery(ConditionIndex)
            when "= "
                if FieldText = ConditionText move 1 to RowMatches end-if
            when "<>"
                if FieldText not = ConditionText move 1 to RowMatches end-if
            when "< "
                if FieldText < ConditionText move 1 to RowMatches end-if
            when "> "
                if FieldText > ConditionText move 1 to RowMatches end-if
            when "<="
                if FieldText <= ConditionText move 1 to RowMatches end-if
            when ">="
                if FieldText >= ConditionText move 1 to RowMatches end-if
        end-evaluate
    end-if
    .

ListQueryRows section.
    return QuerySortFile
        at end set AtEndOfQuerySort to true
    end-return
    perform until AtEndOfQuerySort
        move QuerySortAttendee to QueryAttendee
        call "ProtectAttendeeFields" using by content "D",
            by reference QueryAttendee
        perform ListOneRow
        return QuerySortFile
            at end set AtEndOfQuerySort to true
        end-return
    end-perform
    .

ListOneRow section.
    add 1 to RowsListed
    if QueryListsSensitive and SensitiveIsVisible
        move AuthCode of QueryAttendee to ReadLogKey
        call "LogSensitiveRead" using by content "ATTENDEE", ReadLogKey,
            AuthCode of QueryAttendee, "B", "RUNQUERY    "
    end-if
    perform varying TotalIndex from 1 by 1 until TotalIndex > 3
        if TotalFieldIdx(TotalIndex) > zero
            move TotalFieldIdx(TotalIndex) to WantedFieldIdx
            perform GetQueryFieldValue
            add FieldNumber to TotalAmount(TotalIndex)
        end-if
    end-perform

    if QueryToCsv of AttendeeQuery
        move spaces to CsvLine
        move 1 to LinePointer
        perform varying ColumnIndex from 1 by 1 until ColumnIndex > 8
            if ColumnFieldIdx(ColumnIndex) > zero
                move ColumnFieldIdx(ColumnIndex) to WantedFieldIdx
                perform GetQueryFieldValue
                if LinePointer > 1
                    string "," delimited by size into CsvLine
                        with pointer LinePointer
                end-if
                if FieldText not equal to spaces
                    string function trim(FieldText) delimited by size
                        into CsvLine with pointer LinePointer
                end-if
            end-if
        end-perform
        write CsvLine
        exit section
    end-if

    move spaces to QueryLine
    move 1 to LinePointer
    perform varying ColumnIndex from 1 by 1 until ColumnIndex > 8
        if ColumnFieldIdx(ColumnIndex) > zero
            move ColumnFieldIdx(ColumnIndex) to WantedFieldIdx
            perform GetQueryFieldValue
            move QueryFieldWidth(WantedFieldIdx) to ColumnWidth
            if ColumnWidth < 6
                move 6 to ColumnWidth
            end-if
            if LinePointer + ColumnWidth <= 100
                move FieldText to QueryLine(LinePointer:ColumnWidth)
                compute LinePointer = LinePointer + ColumnWidth + 1
            end-if
        end-if
    end-perform
    perform ShowQueryLine
    .

FinishQueryOutput section.
    if QueryToCsv of AttendeeQuery
        close CsvFile
        display function trim(RunQueryName) ": " RowsListed
            " row(s) written to " function trim(CsvFileName)
        exit section
    end-if
    move spaces to QueryLine
    perform ShowQueryLine
    string "Rows listed: " RowsListed delimited by size into QueryLine
    perform ShowQueryLine
    perform varying TotalIndex from 1 by 1 until TotalIndex > 3
        if TotalFieldIdx(TotalIndex) > zero
            move TotalAmount(TotalIndex) to TotalDisplay
            move spaces to QueryLine
            string "Total " QueryTotalField of AttendeeQuery(TotalIndex)
                " " TotalDisplay delimited by size into QueryLine
            perform ShowQueryLine
        end-if
    end-perform
    if QueryToSpool of AttendeeQuery
        move "FOOT" to ReportAction
        call "ReportWriter" using ReportWriterRequest
    end-if
    .

ShowQueryLine section.
    if QueryToSpool of AttendeeQuery
        move QueryLine to ReportLineText
        perform EmitLine
    else
        display function trim(QueryLine trailing)
    end-if
    move spaces to QueryLine
    .

GetQueryFieldValue section.
    move spaces to FieldText
    move zero to FieldNumber
    evaluate QueryFieldName(WantedFieldIdx)
        when "AUTHCODE"
            move AuthCode of QueryAttendee to FieldText
        when "SIGNUPDATE"
            move SignupDate of QueryAttendee to FieldText
        when "ATTENDEENAME"
            move AttendeeName of QueryAttendee to FieldText
        when "EMAIL"
            move Email of QueryAttendee to FieldText
        when "TELEPHONE"
            move Telephone of QueryAttendee to FieldText
        when "ARRIVALDAY"
            move ArrivalDay of QueryAttendee to FieldText
        when "DEPARTUREDAY"
            move DepartureDay of QueryAttendee to FieldText
        when "ATTENDANCESTATUS"
            move AttendanceStatus of QueryAttendee to FieldText
        when "NUMBEROFKIDS"
            move NumberOfKids of QueryAttendee to FieldNumber
            move NumberOfKids of QueryAttendee to FieldText
        when "AMOUNTTOPAY"
            move AmountToPay of QueryAttendee to FieldNumber
        when "PAYMENTSTATUS"
            move PaymentStatus of QueryAttendee to FieldText
        when "AMOUNTPAID"
            move AmountPaid of QueryAttendee to FieldNumber
        when "DATEPAID"
            move DatePaid of QueryAttendee to FieldText
        when "PAYMENTMETHOD"
            move PaymentMethod of QueryAttendee to FieldText
        when "REFUNDAMOUNT"
            move RefundAmount of QueryAttendee to FieldNumber
        when "REFUNDDATE"
            move RefundDate of QueryAttendee to FieldText
        when "DIET"
            move Diet of QueryAttendee to FieldText
        when "DIETVEGAN"
            move DietVegan of QueryAttendee to FieldText
        when "DIETVEGETARIAN"
            move DietVegetarian of QueryAttendee to FieldText
        when "DIETGLUTENFREE"
            move DietGlutenFree of QueryAttendee to FieldText
        when "DIETALLERGY"
            move DietAllergy of QueryAttendee to FieldText
        when "EMERGENCYCONTACTNAME"
            move EmergencyContactName of QueryAttendee to FieldText
        when "EMERGENCYCONTACTPHONE"
            move EmergencyContactPhone of QueryAttendee to FieldText
        when "WELFAREFLAG"
            move WelfareFlag of QueryAttendee to FieldText
        when "PHOTOCONSENT"
            move PhotoConsent of QueryAttendee to FieldText
        when "GROUPID"
            move GroupID of QueryAttendee to FieldText
        when "CONCESSIONFLAG"
            move ConcessionFlag of QueryAttendee to FieldText
        when "TICKETCLASS"
            move TicketClass of QueryAttendee to FieldText
    end-evaluate
    if QueryFieldIsNumeric(WantedFieldIdx)
        and QueryFieldWidth(WantedFieldIdx) > 1
        move FieldNumber to MoneyDisplay
        move MoneyDisplay to FieldText
    end-if
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program RunAttendeeQuery.
