identification division.
program-id. TakeEnquiryEntry is initial.

environment division.
configuration section.
    repository.
        function createAuthCode.

input-output section.
    file-control.
        select optional EnquiriesFile assign to EnquiryFileName
            organization is indexed
            access mode is dynamic
            record key is EnquiryID of EnquiryRecord
            file status is EnquiryStatus.

        select optional ResponsesFile assign to ResponseFileName
            organization is line sequential
            file status is ResponseStatus.

data division.
file section.
    fd EnquiriesFile.
        copy Enquiry replacing Enquiry by
            ==EnquiryRecord.
            88 EndOfEnquiriesFile value high-values==.

    fd ResponsesFile.
        copy EnquiryResponse.

working-storage section.
    01 EnquiryStatus pic x(2).
    01 ResponseStatus pic x(2).
        88 ResponsesOk  values "00", "05".
        88 ResponsesEof value "10".
    01 EnquiryFileName pic x(20) value "enquiries.dat".
    01 ResponseFileName pic x(24) value "enquiry-responses.log".
    copy OperatorSession.
    copy Attendee replacing Attendee by ==Enquirer==.

    01 ActionEntry pic x value space.
        88 LoggingNewEnquiry  value "N", "n".
        88 LoggingResponse    value "R", "r".
        88 ReassigningOwner   value "A", "a".
        88 ClosingEnquiry     value "C", "c".
        88 ListingHistory     value "L", "l".
    01 EnteredEnquiryID pic x(6) value spaces.
    01 EnteredAuthCode pic x(6) value spaces.
    01 EnteredText pic x(100) value spaces.
    01 EnteredDirection pic x value space.
    01 EnteredChannel pic x value space.
    01 TodaysDate pic x(8) value spaces.
    01 EnquiryFound pic 9 value zero.
        88 EnquiryWasFound value 1.
    01 EnquirySaved pic 9 value zero.
        88 EnquiryWasSaved value 1.
    01 EnquiriesListed pic 999 value zero.
    01 KindText pic x(9) value spaces.
    01 StateText pic x(6) value spaces.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    call "GetCurrentOperator" using by reference OperatorSession
    move function current-date(1:8) to TodaysDate
    display "Enquiries and complaints - N=new, R=log a response or reply,"
    display "   A=reassign owner, C=close, L=history: " with no advancing
    accept ActionEntry from console
    evaluate true
        when LoggingNewEnquiry perform TakeNewEnquiry
        when LoggingResponse perform TakeResponse
        when ReassigningOwner perform TakeNewOwner
        when ClosingEnquiry perform TakeClosure
        when ListingHistory perform ListHistory
        when other display "No action taken"
    end-evaluate
    goback
    .

TakeNewEnquiry section.
    initialize EnquiryRecord
    display "Attendee AuthCode (blank for a neighbour or outside contact): "
        with no advancing
    accept EnteredAuthCode from console
    move function upper-case(EnteredAuthCode) to EnteredAuthCode
    if EnteredAuthCode not equal to spaces
        call "GetAttendeeByAuthCode"
            using by content AttendeeFileName,
            by content EnteredAuthCode,
            by reference Enquirer
        if AttendeeName of Enquirer equal to high-values
            display "No attendee found for " EnteredAuthCode
                " - nothing saved"
            exit section
        end-if
        move EnteredAuthCode to EnquiryAuthCode of EnquiryRecord
        move AttendeeName of Enquirer to EnquiryContactName of EnquiryRecord
        move Email of Enquirer to EnquiryContactDetail of EnquiryRecord
        display "  " function trim(AttendeeName of Enquirer)
    else
        display "Contact name: " with no advancing
        accept EnquiryContactName of EnquiryRecord from console
        display "Phone or email: " with no advancing
        accept EnquiryContactDetail of EnquiryRecord from console
        if EnquiryContactName of EnquiryRecord equal to spaces
            display "A contact name is needed - nothing saved"
            exit section
        end-if
    end-if

    display "E=enquiry, C=complaint: " with no advancing
    accept EnquiryKind of EnquiryRecord from console
    move function upper-case(EnquiryKind of EnquiryRecord)
        to EnquiryKind of EnquiryRecord
    if not EnquiryIsQuestion of EnquiryRecord
        and not EnquiryIsComplaint of EnquiryRecord
        display "Must be E or C - nothing saved"
        exit section
    end-if
    display "Category (REFUND/ACCESS/NOISE/BOOKING/OTHER): "
        with no advancing
    accept EnquiryCategory of EnquiryRecord from console
    move function upper-case(EnquiryCategory of EnquiryRecord)
        to EnquiryCategory of EnquiryRecord
    if not EnquiryCategoryIsValid of EnquiryRecord
        display "Unknown category - nothing saved"
        exit section
    end-if
    display "Received by E=email, P=phone, F=in person, L=letter: "
        with no advancing
    accept EnquiryChannel of EnquiryRecord from console
    move function upper-case(EnquiryChannel of EnquiryRecord)
        to EnquiryChannel of EnquiryRecord
    display "Date received (YYYYMMDD, blank for today): " with no advancing
    accept EnquiryReceivedDate of EnquiryRecord from console
    if EnquiryReceivedDate of EnquiryRecord equal to spaces
        move TodaysDate to EnquiryReceivedDate of EnquiryRecord
    end-if
    if EnquiryReceivedDate of EnquiryRecord not numeric
        or EnquiryReceivedDate of EnquiryRecord > TodaysDate
        display "Date must be given as YYYYMMDD - nothing saved"
        exit section
    end-if
    display "What it is about: " with no advancing
    accept EnquirySummary of EnquiryRecord from console
    display "Owner (operator code, blank for yourself): " with no advancing
    accept EnquiryOwner of EnquiryRecord from console
    move function upper-case(EnquiryOwner of EnquiryRecord)
        to EnquiryOwner of EnquiryRecord
    if EnquiryOwner of EnquiryRecord equal to spaces
        move SessionOperatorCode to EnquiryOwner of EnquiryRecord
    end-if

    move createAuthCode to EnquiryID of EnquiryRecord
    move SessionOperatorCode to EnquiryOpenedBy of EnquiryRecord
    set EnquiryIsOpen of EnquiryRecord to true
    move EnquiryReceivedDate of EnquiryRecord
        to EnquiryReplyOwedSince of EnquiryRecord
    move zero to EnquiryResponseCount of EnquiryRecord
    open i-o EnquiriesFile
        write EnquiryRecord
            invalid key
                display "Error - status is " EnquiryStatus
            not invalid key
                set EnquiryWasSaved to true
        end-write
    close EnquiriesFile
    if not EnquiryWasSaved
        exit section
    end-if

    initialize EnquiryResponse
    move EnquiryID of EnquiryRecord to ResponseEnquiryID
    set ResponseFromContact to true
    move EnquiryChannel of EnquiryRecord to ResponseChannel
    move EnquirySummary of EnquiryRecord to ResponseText
    perform WriteResponse
    display "Logged " EnquiryID of EnquiryRecord " for "
        function trim(EnquiryContactName of EnquiryRecord) ", owner "
        EnquiryOwner of EnquiryRecord
    .

TakeResponse section.
    perform FindEnquiry
    if not EnquiryWasFound
        exit section
    end-if
    display "I=came in from the contact, O=our reply out: "
        with no advancing
    accept EnteredDirection from console
    move function upper-case(EnteredDirection) to EnteredDirection
    if EnteredDirection not equal to "I" and not equal to "O"
        display "Must be I or O - nothing saved"
        exit section
    end-if
    display "By E=email, P=phone, F=in person, L=letter: " with no advancing
    accept EnteredChannel from console
    move function upper-case(EnteredChannel) to EnteredChannel
    display "Note: " with no advancing
    accept EnteredText from console
    if EnteredText equal to spaces
        display "Nothing saved"
        exit section
    end-if

    initialize EnquiryResponse
    move EnquiryID of EnquiryRecord to ResponseEnquiryID
    move EnteredDirection to ResponseDirection
    move EnteredChannel to ResponseChannel
    move EnteredText to ResponseText
    perform WriteResponse

    *> A reply settles what was owed; anything further from the contact
    *> starts the clock again
    if ResponseToContact
        move spaces to EnquiryReplyOwedSince of EnquiryRecord
        move TodaysDate to EnquiryLastResponse of EnquiryRecord
        add 1 to EnquiryResponseCount of EnquiryRecord
    else
        if EnquiryReplyOwedSince of EnquiryRecord equal to spaces
            move TodaysDate to EnquiryReplyOwedSince of EnquiryRecord
        end-if
    end-if
    perform RewriteEnquiry
    display "Logged against " EnquiryID of EnquiryRecord
    .

TakeNewOwner section.
    perform FindEnquiry
    if not EnquiryWasFound
        exit section
    end-if
    display "New owner (operator code): " with no advancing
    accept EnquiryOwner of EnquiryRecord from console
    move function upper-case(EnquiryOwner of EnquiryRecord)
        to EnquiryOwner of EnquiryRecord
    if EnquiryOwner of EnquiryRecord equal to spaces
        display "Nothing saved"
        exit section
    end-if
    perform RewriteEnquiry
    display EnquiryID of EnquiryRecord " now owned by "
        EnquiryOwner of EnquiryRecord
    .

TakeClosure section.
    perform FindEnquiry
    if not EnquiryWasFound
        exit section
    end-if
    if EnquiryIsComplaint of EnquiryRecord
        display "Outcome U=upheld, P=partly upheld, N=not upheld: "
            with no advancing
        accept EnquiryOutcome of EnquiryRecord from console
        move function upper-case(EnquiryOutcome of EnquiryRecord)
            to EnquiryOutcome of EnquiryRecord
        if not EnquiryOutcomeIsValid of EnquiryRecord
            display "A complaint needs an outcome - not closed"
            exit section
        end-if
    end-if
    display "Closing note: " with no advancing
    accept EnteredText from console
    initialize EnquiryResponse
    move EnquiryID of EnquiryRecord to ResponseEnquiryID
    set ResponseToContact to true
    move EnteredText to ResponseText
    if ResponseText equal to spaces
        move "Closed" to ResponseText
    end-if
    perform WriteResponse

    set EnquiryIsClosed of EnquiryRecord to true
    move spaces to EnquiryReplyOwedSince of EnquiryRecord
    move TodaysDate to EnquiryClosedDate of EnquiryRecord
    move SessionOperatorCode to EnquiryClosedBy of EnquiryRecord
    perform RewriteEnquiry
    display EnquiryID of EnquiryRecord " closed by " SessionOperatorCode
    .

FindEnquiry section.
    move zero to EnquiryFound
    display "Enquiry ID: " with no advancing
    accept EnteredEnquiryID from console
    move function upper-case(EnteredEnquiryID) to EnteredEnquiryID
    open input EnquiriesFile
        move EnteredEnquiryID to EnquiryID of EnquiryRecord
        read EnquiriesFile
            invalid key
                display "No enquiry " EnteredEnquiryID " on file"
            not invalid key
                set EnquiryWasFound to true
        end-read
    close EnquiriesFile
    if EnquiryWasFound and EnquiryIsClosed of EnquiryRecord
        and not ListingHistory
        display EnteredEnquiryID " was closed on "
            EnquiryClosedDate of EnquiryRecord
        move zero to EnquiryFound
    end-if
    if EnquiryWasFound
        display "  " EnquiryCategory of EnquiryRecord " "
            function trim(EnquiryContactName of EnquiryRecord) " - "
            function trim(EnquirySummary of EnquiryRecord)
    end-if
    .

RewriteEnquiry section.
    open i-o EnquiriesFile
        rewrite EnquiryRecord
            invalid key display "Error - status is " EnquiryStatus
        end-rewrite
    close EnquiriesFile
    .

WriteResponse section.
    move function current-date(1:15) to ResponseStamp
    move SessionOperatorCode to ResponseBy
    open extend ResponsesFile
        write EnquiryResponse
    close ResponsesFile
    .

ListHistory section.
    display "Enquiry ID, or blank to list by AuthCode: " with no advancing
    accept EnteredEnquiryID from console
    move function upper-case(EnteredEnquiryID) to EnteredEnquiryID
    if EnteredEnquiryID equal to spaces
        perform ListAttendeeEnquiries
        exit section
    end-if
    open input EnquiriesFile
        move EnteredEnquiryID to EnquiryID of EnquiryRecord
        read EnquiriesFile
            invalid key
                display "No enquiry " EnteredEnquiryID " on file"
                close EnquiriesFile
                exit section
        end-read
    close EnquiriesFile
    perform DisplayEnquiryLine
    display "  Received " EnquiryReceivedDate of EnquiryRecord " - "
        function trim(EnquirySummary of EnquiryRecord)

    open input ResponsesFile
        read ResponsesFile
            at end set ResponsesEof to true
        end-read
        perform until ResponsesEof
            if ResponseEnquiryID equal to EnteredEnquiryID
                if ResponseFromContact
                    display "  " ResponseStamp(1:8) " " ResponseStamp(9:4)
                        " IN  " ResponseChannel " " ResponseBy " "
                        function trim(ResponseText)
                else
                    display "  " ResponseStamp(1:8) " " ResponseStamp(9:4)
                        " OUT " ResponseChannel " " ResponseBy " "
                        function trim(ResponseText)
                end-if
            end-if
            read ResponsesFile
                at end set ResponsesEof to true
            end-read
        end-perform
    close ResponsesFile
    .

ListAttendeeEnquiries section.
    display "AuthCode: " with no advancing
    accept EnteredAuthCode from console
    move function upper-case(EnteredAuthCode) to EnteredAuthCode
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
            if EnquiryAuthCode of EnquiryRecord equal to EnteredAuthCode
                add 1 to EnquiriesListed
                perform DisplayEnquiryLine
            end-if
            read EnquiriesFile next record
                at end set EndOfEnquiriesFile to true
            end-read
        end-perform
    close EnquiriesFile
    if EnquiriesListed equal to zero
        display "No enquiries logged for " EnteredAuthCode
    end-if
    .

DisplayEnquiryLine section.
    if EnquiryIsComplaint of EnquiryRecord
        move "complaint" to KindText
    else
        move "enquiry" to KindText
    end-if
    if EnquiryIsOpen of EnquiryRecord
        move "open" to StateText
    else
        move "closed" to StateText
    end-if
    display EnquiryID of EnquiryRecord " " KindText " "
        EnquiryCategory of EnquiryRecord " " StateText " owner "
        EnquiryOwner of EnquiryRecord " received "
        EnquiryReceivedDate of EnquiryRecord " "
        function trim(EnquiryContactName of EnquiryRecord)
    .

end program TakeEnquiryEntry.
