identification division.
program-id. GetSensitiveReadsReport is initial.

environment division.
input-output section.
    file-control.
        select optional SensitiveReadLogFile
            assign to SensitiveReadLogFileName
            organization is line sequential
            file status is SensitiveReadLogStatus.

        select optional IncidentCasesFile assign to IncidentCaseFileName
            organization is indexed
            access mode is dynamic
            record key is CaseID of IncidentCaseRecord
            file status is IncidentCaseStatus.

data division.
file section.
    fd SensitiveReadLogFile.
        copy SensitiveReadLogEntry.

    fd IncidentCasesFile.
        copy IncidentCase replacing IncidentCase by
            ==IncidentCaseRecord.
            88 EndOfIncidentCasesFile value high-values==.

working-storage section.
    01 SensitiveReadLogStatus pic x(2).
        88 SensitiveReadLogOk  values "00", "05".
        88 SensitiveReadLogEof value "10".
    01 IncidentCaseStatus pic x(2).

    01 SensitiveReadLogFileName pic x(20) value "sensitive-reads.log".
    01 IncidentCaseFileName pic x(24) value "incident-cases.dat".

    01 ReportFromDate pic x(8) value spaces.
    01 FromDateNumber pic 9(8) value zero.
    01 LookBackDays pic 99 value 7.
    01 HighVolumeThreshold pic 999 value 10.

    01 OpenCaseTable.
        05 NumberOfOpenCases pic 999 value zero.
        05 OpenCaseAuthCode pic x(6) occurs 500 times.
    01 OpenCaseIdx pic 999 value zero.
    01 OpenCaseFound pic 9 value zero.
        88 OpenCaseIsFound value 1.

    01 OperatorDayTable.
        05 NumberOfOperatorDays pic 999 value zero.
        05 OperatorDayEntry occurs 300 times.
            10 OperatorDayOperator pic x(3).
            10 OperatorDayDate pic x(8).
            10 OperatorDayReads pic 9(5).
            10 OperatorDayWelfareReads pic 9(5).
    01 OperatorDayIdx pic 999 value zero.

    01 ReadsInWindow pic 9(5) value zero.
    01 NoCaseCount pic 9(5) value zero.
    01 UnusualCount pic 9(4) value zero.
    01 ReadTimeText pic x(5) value spaces.
    copy ReportWriterRequest.

linkage section.
    01 RequestedDate pic x(8).

procedure division using RequestedDate.
    *> Reads for a digest or a subject access extract are routine - the
    *> patterns looked for are in the reads operators chose to make
    move RequestedDate to ReportFromDate
    if ReportFromDate equal to spaces
        compute FromDateNumber = function date-of-integer(
            function integer-of-date(
                function numval(function current-date(1:8)))
            - LookBackDays)
        move FromDateNumber to ReportFromDate
    end-if
    perform LoadOpenCases

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "SENSITIVE RECORD READS - REVIEW" to ReportTitle
    move "spool-sensitivereads.txt" to ReportSpoolName
    move SensitiveReadLogFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    string "Reads from " ReportFromDate " to date" delimited by size
        into ReportLineText
    perform EmitLine
    perform EmitLine

    move "READS WITH NO OPEN INCIDENT CASE FOR THE ATTENDEE"
        to ReportLineText
    perform EmitLine
    move "Date     Time  Op  Record   Key             AuthCd R Source"
        to ReportLineText
    perform EmitLine
    open input SensitiveReadLogFile
        read SensitiveReadLogFile
            at end set SensitiveReadLogEof to true
        end-read
        perform until SensitiveReadLogEof
            if ReadTimestamp(1:8) >= ReportFromDate
                add 1 to ReadsInWindow
                perform TallyOperatorDay
                perform CheckReadAgainstCases
            end-if
            read SensitiveReadLogFile
                at end set SensitiveReadLogEof to true
            end-read
        end-perform
    close SensitiveReadLogFile
    if NoCaseCount equal to zero
        move "(none)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine

    move "READS BY OPERATOR AND DAY (welfare = attendee and access records)"
        to ReportLineText
    perform EmitLine
    move "Op  Date     Reads Welfare" to ReportLineText
    perform EmitLine
    perform varying OperatorDayIdx from 1 by 1
        until OperatorDayIdx > NumberOfOperatorDays
        perform PrintOperatorDay
    end-perform
    if NumberOfOperatorDays equal to zero
        move "(no reads logged)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine

    string "Reads reviewed: " ReadsInWindow "  with no open case: "
        NoCaseCount "  unusual operator-days: " UnusualCount
        delimited by size into ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

LoadOpenCases section.
    move low-values to CaseID of IncidentCaseRecord
    start IncidentCasesFile key is greater than CaseID of IncidentCaseRecord
        invalid key set EndOfIncidentCasesFile to true
    end-start
    open input IncidentCasesFile
        if not EndOfIncidentCasesFile
            read IncidentCasesFile next record
                at end set EndOfIncidentCasesFile to true
            end-read
        end-if
        perform until EndOfIncidentCasesFile
            if CaseOpen of IncidentCaseRecord
                and CaseAuthCode of IncidentCaseRecord not equal to spaces
                and NumberOfOpenCases < 500
                add 1 to NumberOfOpenCases
                move CaseAuthCode of IncidentCaseRecord
                    to OpenCaseAuthCode(NumberOfOpenCases)
            end-if
            read IncidentCasesFile next record
                at end set EndOfIncidentCasesFile to true
            end-read
        end-perform
    close IncidentCasesFile
    .

TallyOperatorDay section.
    perform varying OperatorDayIdx from 1 by 1
        until OperatorDayIdx > NumberOfOperatorDays
            or (OperatorDayOperator(OperatorDayIdx) equal to ReadOperator
            and OperatorDayDate(OperatorDayIdx) equal to ReadTimestamp(1:8))
        continue
    end-perform
    if OperatorDayIdx > NumberOfOperatorDays
        if NumberOfOperatorDays >= 300
            exit section
        end-if
        add 1 to NumberOfOperatorDays
        move ReadOperator to OperatorDayOperator(OperatorDayIdx)
        move ReadTimestamp(1:8) to OperatorDayDate(OperatorDayIdx)
        move zero to OperatorDayReads(OperatorDayIdx),
            OperatorDayWelfareReads(OperatorDayIdx)
    end-if
    add 1 to OperatorDayReads(OperatorDayIdx)
    if (ReadOfAttendee or ReadOfAccessNeed)
        and not ReadForDailyDigest and not ReadForSubjectAccess
        and not ReadForBulkReport
        add 1 to OperatorDayWelfareReads(OperatorDayIdx)
    end-if
    .

CheckReadAgainstCases section.
    if ReadForDailyDigest or ReadForSubjectAccess or ReadForBulkReport
        or ReadOfCase
        or ReadAuthCode equal to spaces
        exit section
    end-if
    move zero to OpenCaseFound
    perform varying OpenCaseIdx from 1 by 1
        until OpenCaseIdx > NumberOfOpenCases or OpenCaseIsFound
        if OpenCaseAuthCode(OpenCaseIdx) equal to ReadAuthCode
            set OpenCaseIsFound to true
        end-if
    end-perform
    if OpenCaseIsFound
        exit section
    end-if
    add 1 to NoCaseCount
    string ReadTimestamp(9:2) ":" ReadTimestamp(11:2)
        delimited by size into ReadTimeText
    string ReadTimestamp(1:8) " " ReadTimeText " " ReadOperator " "
        ReadRecordType " " ReadRecordKey " " ReadAuthCode " " ReadReason
        " " ReadSource delimited by size into ReportLineText
    if ReadForCaseFollowUp
        move "** follow-up, no case open **"
            to ReportLineText(68:30)
    end-if
    perform EmitLine
    .

PrintOperatorDay section.
    string OperatorDayOperator(OperatorDayIdx) " "
        OperatorDayDate(OperatorDayIdx) " "
        OperatorDayReads(OperatorDayIdx) " "
        OperatorDayWelfareReads(OperatorDayIdx)
        delimited by size into ReportLineText
    if OperatorDayWelfareReads(OperatorDayIdx) > HighVolumeThreshold
        move "** UNUSUALLY MANY WELFARE RECORDS OPENED **"
            to ReportLineText(30:43)
        add 1 to UnusualCount
    end-if
    perform EmitLine
    .

end program GetSensitiveReadsReport.
