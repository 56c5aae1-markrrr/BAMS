identification division.
program-id. GetEnquiryAgeingReport is initial.

environment division.
input-output section.
    file-control.
        select optional EnquiriesFile assign to EnquiryFileName
            organization is indexed
            access mode is dynamic
            record key is EnquiryID of EnquiryRecord
            file status is EnquiryStatus.

data division.
file section.
    fd EnquiriesFile.
        copy Enquiry replacing Enquiry by
            ==EnquiryRecord.
            88 EndOfEnquiriesFile value high-values==.

working-storage section.
    01 EnquiryStatus pic x(2).
    01 EnquiryFileName pic x(20) value "enquiries.dat".

    *> Days allowed for a reply, by category; complaints get the shorter of
    *> their category's target and ComplaintTargetDays
    01 ResponseTargets.
        05 filler pic x(8) value "NOISE".
        05 filler pic 99 value 1.
        05 filler pic x(8) value "ACCESS".
        05 filler pic 99 value 2.
        05 filler pic x(8) value "BOOKING".
        05 filler pic 99 value 3.
        05 filler pic x(8) value "REFUND".
        05 filler pic 99 value 5.
        05 filler pic x(8) value "OTHER".
        05 filler pic 99 value 5.
    01 ResponseTargetTable redefines ResponseTargets.
        05 ResponseTargetEntry occurs 5 times indexed by TargetIdx.
            10 TargetCategory pic x(8).
            10 TargetDays     pic 99.
    01 ComplaintTargetDays pic 99 value 2.
    01 DefaultTargetDays pic 99 value 5.

    01 TodayInteger pic s9(9) value zero.
    01 OwedInteger pic s9(9) value zero.
    01 DaysWaiting pic s9(5) value zero.
    01 DaysOver pic s9(5) value zero.
    01 AllowedDays pic 99 value zero.
    01 OpenEnquiries pic 999 value zero.
    01 AwaitingReply pic 999 value zero.
    01 PastTarget pic 999 value zero.
    01 OldestDaysOver pic s9(5) value zero.
    01 KindText pic x(4) value spaces.
    01 DaysDisplay pic zzz9.
    01 OverDisplay pic zzz9.
    copy ReportWriterRequest.

procedure division.
    compute TodayInteger = function integer-of-date(
        function numval(function current-date(1:8)))

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "ENQUIRIES PAST TARGET RESPONSE TIME" to ReportTitle
    move "spool-enquiries.txt" to ReportSpoolName
    move EnquiryFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    move "Reply targets (days): NOISE 1  ACCESS 2  BOOKING 3  REFUND 5  OTHER 5"
        to ReportLineText
    perform EmitLine
    string "Complaints are answered within " ComplaintTargetDays
        " days whatever the category" delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    move "ID     Kind Category Owner Waiting since Days Over  Contact / about"
        to ReportLineText
    perform EmitLine

    move low-values to EnquiryID of EnquiryRecord
    start EnquiriesFile key is greater than EnquiryID of EnquiryRecord
        invalid key set EndOfEnquiriesFile to true
    end-start
    open input EnquiriesFile
        if not EndOfEnquiriesFile
            read EnquiriesFile next record
                at end set EndOfEnquiriesFile to true
            end-read
        end-if
        perform until EndOfEnquiriesFile
            if EnquiryIsOpen of EnquiryRecord
                perform AgeOneEnquiry
            end-if
            read EnquiriesFile next record
                at end set EndOfEnquiriesFile to true
            end-read
        end-perform
    close EnquiriesFile

    if PastTarget equal to zero
        move "(nothing past its target)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    move OldestDaysOver to OverDisplay
    string "Open: " OpenEnquiries "   waiting on a reply from us: "
        AwaitingReply "   past target: " PastTarget
        "   worst: " OverDisplay " day(s) over"
        delimited by size into ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

AgeOneEnquiry section.
    add 1 to OpenEnquiries
    if EnquiryReplyOwedSince of EnquiryRecord equal to spaces
        exit section
    end-if
    add 1 to AwaitingReply

    move DefaultTargetDays to AllowedDays
    set TargetIdx to 1
    search ResponseTargetEntry
        at end continue
        when TargetCategory(TargetIdx) equal to EnquiryCategory of EnquiryRecord
            move TargetDays(TargetIdx) to AllowedDays
    end-search
    if EnquiryIsComplaint of EnquiryRecord
        and ComplaintTargetDays < AllowedDays
        move ComplaintTargetDays to AllowedDays
    end-if

    compute OwedInteger = function integer-of-date(
        function numval(EnquiryReplyOwedSince of EnquiryRecord))
    compute DaysWaiting = TodayInteger - OwedInteger
    compute DaysOver = DaysWaiting - AllowedDays
    if DaysOver <= zero
        exit section
    end-if
    add 1 to PastTarget
    if DaysOver > OldestDaysOver
        move DaysOver to OldestDaysOver
    end-if

    if EnquiryIsComplaint of EnquiryRecord
        move "COMP" to KindText
    else
        move "ENQ" to KindText
    end-if
    move DaysWaiting to DaysDisplay
    move DaysOver to OverDisplay
    string EnquiryID of EnquiryRecord " " KindText " "
        EnquiryCategory of EnquiryRecord " "
        EnquiryOwner of EnquiryRecord "   "
        EnquiryReplyOwedSince of EnquiryRecord "      "
        DaysDisplay " " OverDisplay "  "
        function trim(EnquiryContactName of EnquiryRecord) " - "
        function trim(EnquirySummary of EnquiryRecord)
        delimited by size into ReportLineText
    perform EmitLine
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetEnquiryAgeingReport.
