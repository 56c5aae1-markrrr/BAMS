            record key is AccessAuthCode
            file status is AccessibilityStatus.

        select optional EnquiriesFile assign to EnquiryFileName
            organization is indexed
            access mode is dynamic
            record key is EnquiryID of EnquiryRecord
            file status is EnquiryStatus.

data division.
file section.
    fd AccessibilityFile.
            ==AccessibilityRecord.
            88 EndOfAccessibilityFile value high-values==.

    fd EnquiriesFile.
        copy Enquiry replacing Enquiry by
            ==EnquiryRecord.
            88 EndOfEnquiriesFile value high-values==.

local-storage section.
    copy Attendee.
    01 Command pic x.
    01 AccessibilityStatus pic x(2).
    01 AccessibilityFileName pic x(20) value "accessibility.dat".
    01 CarerLinkDisplay pic x(40) value spaces.
    01 EnquiryStatus pic x(2).
    01 EnquiryFileName pic x(20) value "enquiries.dat".
    01 EnquiryDisplay pic x(79) value spaces.
    01 EnquiryPointer pic 99 value 1.
    01 OpenEnquiryCount pic 99 value zero.
    01 SensitiveAccess pic 9 value zero.
        88 SensitiveIsVisible value 1.
    01 ReadLogKey pic x(15) value spaces.
    01 ReadLogReason pic x value space.
    copy Operation.

linkage section.
        03 line 20 column 1 value "Diet issues:".
        03 line 20 column 15 from Diet.
        03 line 22 column 1 from CarerLinkDisplay highlight.
        03 line 23 column 1 from EnquiryDisplay highlight.
        03 line 24 column 1 value "Commands: F1 Home, F4 Edit, F5 Statement, F9 Log Incident, F10 Exit          " reverse-video highlight.
        03 line 24 column 78 to Command.

            by reference BarcodeText
        perform BuildKidAgesDisplay
        perform BuildCarerLinkDisplay
        perform BuildEnquiryDisplay
        perform until OperationIsBack or OperationIsExit
            accept ViewAttendeeScreen from crt end-accept
            evaluate true
                when OperationIsEdit
                    perform LogContactDetailsRead
                    call "EditScreen" using by content AttendeesFileName, Attendee
                when OperationIsToggleArrivalDay
                    call "PrintAttendeeStatement"
                        using by content AttendeesFileName,
    goback
.

LogContactDetailsRead section.
    *> The edit screen shows the emergency contact and welfare flag in clear
    *> to the welfare roles, so their reason is asked for and logged first
    call "CheckSensitiveAccess" using by reference SensitiveAccess
    if SensitiveIsVisible
        call "AskReadReason" using by reference ReadLogReason
        move AuthCode of Attendee to ReadLogKey
        call "LogSensitiveRead" using by content "ATTENDEE", ReadLogKey,
            AuthCode of Attendee, ReadLogReason, "VIEWSCREEN  "
    end-if
    .

LogIncidentNote section.
    display "Incident note for " function trim(AttendeeName) ": " with no advancing
    accept IncidentNote from console
    close AccessibilityFile
    .

BuildEnquiryDisplay section.
    *> Open enquiries and complaints against this AuthCode, as many as fit
    move spaces to EnquiryDisplay
    move zero to OpenEnquiryCount
    move 19 to EnquiryPointer
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
            if EnquiryAuthCode of EnquiryRecord equal to AuthCode of Attendee
                and EnquiryIsOpen of EnquiryRecord
                add 1 to OpenEnquiryCount
                if EnquiryPointer < 62
                    string EnquiryID of EnquiryRecord " "
                        function trim(EnquiryCategory of EnquiryRecord)
                        " " EnquiryReceivedDate of EnquiryRecord "  "
                        delimited by size into EnquiryDisplay
                        with pointer EnquiryPointer
                end-if
            end-if
            read EnquiriesFile next record
                at end set EndOfEnquiriesFile to true
            end-read
        end-perform
    close EnquiriesFile
    if OpenEnquiryCount > zero
        string "Open enquiries " OpenEnquiryCount ":"
            delimited by size into EnquiryDisplay(1:18)
    end-if
    .

SearchAttendee section.
    move spaces to AuthCode
    accept SearchByAuthCodeScreen from crt end-accept
