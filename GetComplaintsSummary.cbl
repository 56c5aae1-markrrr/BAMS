identification division.
program-id. GetComplaintsSummary is initial.

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

    01 CategoryNames.
        05 filler pic x(8) value "REFUND".
        05 filler pic x(8) value "ACCESS".
        05 filler pic x(8) value "NOISE".
        05 filler pic x(8) value "BOOKING".
        05 filler pic x(8) value "OTHER".
    01 CategoryTable redefines CategoryNames.
        05 CategoryName pic x(8) occurs 5 times indexed by CategoryIdx.
    01 CategoryCounts.
        05 CategoryCount occurs 5 times.
            10 CountReceived    pic 999.
            10 CountOpen        pic 999.
            10 CountUpheld      pic 999.
            10 CountPartUpheld  pic 999.
            10 CountNotUpheld   pic 999.
            10 CountClosedDays  pic 9(5).

    01 TotalReceived pic 999 value zero.
    01 TotalOpen pic 999 value zero.
    01 TotalClosed pic 999 value zero.
    01 TotalUpheld pic 999 value zero.
    01 TotalPartUpheld pic 999 value zero.
    01 TotalNotUpheld pic 999 value zero.
    01 TotalClosedDays pic 9(5) value zero.
    01 FromAttendees pic 999 value zero.
    01 FromNeighbours pic 999 value zero.
    01 ClosedInCategory pic 999 value zero.
    01 DaysToClose pic s9(5) value zero.
    01 AverageDays pic 999v9 value zero.
    01 AverageDisplay pic zz9.9.
    01 OpenListed pic 999 value zero.
    copy ReportWriterRequest.

procedure division.
    initialize CategoryCounts
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "COMPLAINTS SUMMARY FOR THE COMMITTEE" to ReportTitle
    move "spool-complaints.txt" to ReportSpoolName
    move EnquiryFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    perform TallyComplaints

    move "Category  Received Open Upheld Part Not  Avg days to close"
        to ReportLineText
    perform EmitLine
    perform varying CategoryIdx from 1 by 1 until CategoryIdx > 5
        compute ClosedInCategory = CountUpheld(CategoryIdx)
            + CountPartUpheld(CategoryIdx) + CountNotUpheld(CategoryIdx)
        move zero to AverageDays
        if ClosedInCategory > zero
            compute AverageDays rounded =
                CountClosedDays(CategoryIdx) / ClosedInCategory
        end-if
        move AverageDays to AverageDisplay
        string CategoryName(CategoryIdx) "  " CountReceived(CategoryIdx)
            "      " CountOpen(CategoryIdx) "  " CountUpheld(CategoryIdx)
            "    " CountPartUpheld(CategoryIdx) "  "
            CountNotUpheld(CategoryIdx) "  " AverageDisplay
            delimited by size into ReportLineText
        perform EmitLine
    end-perform
    move zero to AverageDays
    if TotalClosed > zero
        compute AverageDays rounded = TotalClosedDays / TotalClosed
    end-if
    move AverageDays to AverageDisplay
    string "Total     " TotalReceived "      " TotalOpen "  " TotalUpheld
        "    " TotalPartUpheld "  " TotalNotUpheld "  " AverageDisplay
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    string "From attendees: " FromAttendees
        "   from neighbours and outside contacts: " FromNeighbours
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    move "COMPLAINTS STILL OPEN" to ReportLineText
    perform EmitLine
    perform ListOpenComplaints
    if OpenListed equal to zero
        move "    (none)" to ReportLineText
        perform EmitLine
    end-if

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

TallyComplaints section.
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
            if EnquiryIsComplaint of EnquiryRecord
                perform TallyOneComplaint
            end-if
            read EnquiriesFile next record
                at end set EndOfEnquiriesFile to true
            end-read
        end-perform
    close EnquiriesFile
    .

TallyOneComplaint section.
    add 1 to TotalReceived
    if EnquiryAuthCode of EnquiryRecord equal to spaces
        add 1 to FromNeighbours
    else
        add 1 to FromAttendees
    end-if
    set CategoryIdx to 1
    search CategoryName
        at end set CategoryIdx to 5
        when CategoryName(CategoryIdx) equal to EnquiryCategory of EnquiryRecord
            continue
    end-search
    add 1 to CountReceived(CategoryIdx)
    if EnquiryIsOpen of EnquiryRecord
        add 1 to CountOpen(CategoryIdx)
        add 1 to TotalOpen
        exit section
    end-if

    add 1 to TotalClosed
    evaluate true
        when ComplaintUpheld of EnquiryRecord
            add 1 to CountUpheld(CategoryIdx)
            add 1 to TotalUpheld
        when ComplaintPartUpheld of EnquiryRecord
            add 1 to CountPartUpheld(CategoryIdx)
            add 1 to TotalPartUpheld
        when other
            add 1 to CountNotUpheld(CategoryIdx)
            add 1 to TotalNotUpheld
    end-evaluate
    compute DaysToClose =
        function integer-of-date(
            function numval(EnquiryClosedDate of EnquiryRecord))
        - function integer-of-date(
            function numval(EnquiryReceivedDate of EnquiryRecord))
    if DaysToClose > zero
        add DaysToClose to CountClosedDays(CategoryIdx)
        add DaysToClose to TotalClosedDays
    end-if
    .

ListOpenComplaints section.
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
            if EnquiryIsComplaint of EnquiryRecord
                and EnquiryIsOpen of EnquiryRecord
                add 1 to OpenListed
                string "    " EnquiryID of EnquiryRecord " "
                    EnquiryCategory of EnquiryRecord " received "
                    EnquiryReceivedDate of EnquiryRecord " owner "
                    EnquiryOwner of EnquiryRecord " "
                    function trim(EnquiryContactName of EnquiryRecord) " - "
                    function trim(EnquirySummary of EnquiryRecord)
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read EnquiriesFile next record
                at end set EndOfEnquiriesFile to true
            end-read
        end-perform
    close EnquiriesFile
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetComplaintsSummary.
