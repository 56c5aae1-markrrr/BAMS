identification division.
program-id. ImportSmsReplies is initial.

environment division.
configuration section.
    repository.
        function createAuthCode.

input-output section.
    file-control.
        select RepliesFile assign to RepliesFileName
            organization is line sequential
            file status is RepliesStatus.

        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode
            alternate record key is Email of AttendeeRecord with duplicates
            alternate record key is AttendeeName of AttendeeRecord
                with duplicates
            file status is AttendeeStatus.

        select optional ReplyLogFile assign to ReplyLogFileName
            organization is line sequential
            file status is ReplyLogStatus.

        select optional ConfirmationsFile assign to ConfirmationFileName
            organization is indexed
            access mode is dynamic
            record key is ConfirmedAuthCode
            file status is ConfirmationStatus.

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
    fd RepliesFile
        record contains 200 characters.
        01 ReplyLine pic x(200).

    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd ReplyLogFile.
        copy SmsReplyEntry.

    fd ConfirmationsFile.
        copy AttendanceConfirmation replacing AttendanceConfirmation by
            ==ConfirmationRecord==.

    fd EnquiriesFile.
        copy Enquiry replacing Enquiry by ==EnquiryRecord==.

    fd ResponsesFile.
        copy EnquiryResponse.

working-storage section.
    01 RepliesStatus pic x(2).
        88 RepliesEof value "10".
    01 AttendeeStatus pic x(2).
    01 ReplyLogStatus pic x(2).
        88 ReplyLogOk  values "00", "05".
        88 ReplyLogEof value "10".
    01 ConfirmationStatus pic x(2).
        88 ConfirmationExists value "22".
    01 EnquiryStatus pic x(2).
    01 ResponseStatus pic x(2).

    01 ReplyLogFileName pic x(20) value "sms-replies.log".
    01 ConfirmationFileName pic x(24) value "attendance-confirmed.dat".
    01 EnquiryFileName pic x(20) value "enquiries.dat".
    01 ResponseFileName pic x(24) value "enquiry-responses.log".

    copy Attendee replacing Attendee by ==RepliedAttendee==.
    copy EventCalendarTable.

    *> Replies already in the log are skipped if the gateway sends them again
    01 SeenTable.
        05 NumberSeen pic 9(4) value zero.
        05 SeenEntry occurs 3000 times indexed by SeenIdx.
            10 SeenReceived pic x(14).
            10 SeenPhone    pic x(15).
    01 SeenOverflowFlag pic 9 value zero.
        88 SeenTableOverflowed value 1.

    01 ReplyPhone pic x(15) value spaces.
    01 ReplyReceived pic x(14) value spaces.
    01 ReplyText pic x(160) value spaces.
    01 ReplyPointer pic 999 value 1.
    01 ReplyKeyword pic x(10) value spaces.
    01 ReplyDayWord pic x(10) value spaces.
    01 ReplyDay pic x(3) value spaces.

    01 PhoneToNormalise pic x(15) value spaces.
    01 NormalisedPhone pic x(10) value spaces.
    01 ReplyDigits pic x(10) value spaces.
    01 PhoneDigits pic x(20) value spaces.
    01 PhoneDigitCount pic 99 value zero.
    01 PhoneCharIdx pic 99 value zero.
    01 MatchCount pic 99 value zero.

    01 NewArrivalIndex pic 9 value zero.
    01 DepartureIndex pic 9 value zero.
    01 DayIndex pic 9 value zero.
    01 StayWouldBreach pic 9 value zero.
        88 StayBreachesCapacity value 1.
    01 BreachedNight pic x(3) value spaces.
    01 RequestedSlotStart pic x(4) value spaces.
    01 ApprovalTypeWanted pic x(8) value "CANCEL".
    01 ApprovalReasonText pic x(30) value "cancelled by text message".
    01 CancelAmountWanted pic 9(5)v99 value zero.
    01 AssignedSlotStart pic x(4) value spaces.

    01 RepliesRead pic 9(4) value zero.
    01 RepliesSkipped pic 9(4) value zero.
    01 RepliesConfirmed pic 9(4) value zero.
    01 RepliesCancelling pic 9(4) value zero.
    01 RepliesLate pic 9(4) value zero.
    01 RepliesToEnquiries pic 9(4) value zero.
    01 RepliesNotActioned pic 9(4) value zero.

linkage section.
    01 RepliesFileName pic x(20) value "sms-replies.csv".
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using RepliesFileName, AttendeeFileName.
    display "    BarnCamp Attendee Management System v1.0   (c) copyleft 2017 HacktionLab    "
    display "SMS REPLY IMPORT - " function trim(RepliesFileName)
    display " "
    call "LoadEventCalendar" using by reference EventCalendarTable,
        NumberOfEventDays
    perform LoadRepliesSeen
    if SeenTableOverflowed
        display "** IMPORT ABORTED - sms-replies.log holds more than 3000"
            " replies and the already-seen table overflowed **"
        display "** Archive sms-replies.log and rerun **"
        goback
    end-if

    open input RepliesFile
        read RepliesFile
            at end set RepliesEof to true
        end-read
        perform until RepliesEof
            if ReplyLine not equal to spaces
                perform ImportOneReply
            end-if
            read RepliesFile
                at end set RepliesEof to true
            end-read
        end-perform
    close RepliesFile

    display " "
    display "Replies read:             " RepliesRead
    display "Already imported:         " RepliesSkipped
    display "Attendance confirmed:     " RepliesConfirmed
    display "Cancellations for review: " RepliesCancelling
    display "Arrival day moved:        " RepliesLate
    display "Logged as enquiries:      " RepliesToEnquiries
    display "Could not act on:         " RepliesNotActioned
        " (see bams SMSUNMATCHED)"
    goback
    .

LoadRepliesSeen section.
    open input ReplyLogFile
        read ReplyLogFile
            at end set ReplyLogEof to true
        end-read
        perform until ReplyLogEof
            if NumberSeen < 3000
                add 1 to NumberSeen
                set SeenIdx to NumberSeen
                move SmsReplyReceived to SeenReceived(SeenIdx)
                move SmsReplyPhone to SeenPhone(SeenIdx)
            else
                set SeenTableOverflowed to true
            end-if
            read ReplyLogFile
                at end set ReplyLogEof to true
            end-read
        end-perform
    close ReplyLogFile
    .

ImportOneReply section.
    add 1 to RepliesRead
    move spaces to ReplyPhone, ReplyReceived, ReplyText
    move 1 to ReplyPointer
    unstring ReplyLine delimited by ","
        into ReplyPhone, ReplyReceived
        with pointer ReplyPointer
    end-unstring
    *> The message itself may hold commas, so it is the rest of the line
    if ReplyPointer <= 200
        move ReplyLine(ReplyPointer:) to ReplyText
    end-if

    set SeenIdx to 1
    search SeenEntry
        at end continue
        when SeenReceived(SeenIdx) equal to ReplyReceived
            and SeenPhone(SeenIdx) equal to ReplyPhone
            add 1 to RepliesSkipped
            exit section
    end-search

    move spaces to SmsReplyEntry
    move ReplyReceived to SmsReplyReceived
    move ReplyPhone to SmsReplyPhone
    move ReplyText to SmsReplyText

    move spaces to ReplyKeyword, ReplyDayWord
    unstring function upper-case(function trim(ReplyText))
        delimited by all spaces into ReplyKeyword, ReplyDayWord
    end-unstring

    perform MatchReplyToAttendee
    evaluate true
        when MatchCount equal to zero
            set SmsReplyNotActioned to true
            move "phone number not on any current booking"
                to SmsReplyOutcome
        when MatchCount > 1
            set SmsReplyNotActioned to true
            move "phone number is on more than one booking"
                to SmsReplyOutcome
        when ReplyKeyword equal to "YES" or ReplyKeyword equal to "Y"
            perform ConfirmAttendance
        when ReplyKeyword equal to "CANCEL"
            perform RaiseCancellation
        when ReplyKeyword equal to "LATE"
            perform MoveArrivalDay
        when other
            perform LogAsEnquiry
    end-evaluate

    evaluate true
        when SmsReplyConfirmed add 1 to RepliesConfirmed
        when SmsReplyCancelRaised add 1 to RepliesCancelling
        when SmsReplyLateUpdated add 1 to RepliesLate
        when SmsReplyEnquiryLogged add 1 to RepliesToEnquiries
        when other add 1 to RepliesNotActioned
    end-evaluate
    display SmsReplyAction " " ReplyPhone " " SmsReplyAuthCode " "
        function trim(SmsReplyOutcome)

    open extend ReplyLogFile
        write SmsReplyEntry
    close ReplyLogFile
    if NumberSeen < 3000
        add 1 to NumberSeen
        set SeenIdx to NumberSeen
        move ReplyReceived to SeenReceived(SeenIdx)
        move ReplyPhone to SeenPhone(SeenIdx)
    end-if
    .

MatchReplyToAttendee section.
    *> Numbers are compared on their last ten digits so +44 and 0 both match
    move zero to MatchCount
    move ReplyPhone to PhoneToNormalise
    perform NormalisePhone
    move NormalisedPhone to ReplyDigits
    if ReplyDigits equal to spaces
        exit section
    end-if
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
            if AttendeeComing of AttendeeRecord
                or AttendeeArrived of AttendeeRecord
                move Telephone of AttendeeRecord to PhoneToNormalise
                perform NormalisePhone
                if NormalisedPhone equal to ReplyDigits
                    add 1 to MatchCount
                    if MatchCount equal to 1
                        move AttendeeRecord to RepliedAttendee
                        move AuthCode of AttendeeRecord to SmsReplyAuthCode
                    end-if
                end-if
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    .

NormalisePhone section.
    move spaces to PhoneDigits, NormalisedPhone
    move zero to PhoneDigitCount
    perform varying PhoneCharIdx from 1 by 1 until PhoneCharIdx > 15
        if PhoneToNormalise(PhoneCharIdx:1) is numeric
            add 1 to PhoneDigitCount
            move PhoneToNormalise(PhoneCharIdx:1)
                to PhoneDigits(PhoneDigitCount:1)
        end-if
    end-perform
    if PhoneDigitCount >= 10
        move PhoneDigits(PhoneDigitCount - 9:10) to NormalisedPhone
    end-if
    .

ConfirmAttendance section.
    if not AttendeeComing of RepliedAttendee
        set SmsReplyNotActioned to true
        move "YES from someone already on site" to SmsReplyOutcome
        exit section
    end-if
    move AuthCode of RepliedAttendee to ConfirmedAuthCode
    move ReplyReceived(1:8) to ConfirmedDate
    set ConfirmedBySms to true
    open i-o ConfirmationsFile
        write ConfirmationRecord
            invalid key
                if ConfirmationExists
                    rewrite ConfirmationRecord
                end-if
        end-write
    close ConfirmationsFile
    set SmsReplyConfirmed to true
    move "attendance confirmed" to SmsReplyOutcome
    .

RaiseCancellation section.
    *> Treasurer signs it off on the approvals screen before anything changes
    if not AttendeeComing of RepliedAttendee
        set SmsReplyNotActioned to true
        move "CANCEL from someone already on site" to SmsReplyOutcome
        exit section
    end-if
    move AmountPaid of RepliedAttendee to CancelAmountWanted
    call "RaiseApprovalRequest" using ApprovalTypeWanted,
        AuthCode of RepliedAttendee, CancelAmountWanted, ApprovalReasonText
    set SmsReplyCancelRaised to true
    move "cancellation awaits treasurer" to SmsReplyOutcome
    .

MoveArrivalDay section.
    move spaces to ReplyDay
    move ReplyDayWord(1:1) to ReplyDay(1:1)
    move function lower-case(ReplyDayWord(2:2)) to ReplyDay(2:2)
    move zero to NewArrivalIndex
    move 8 to DepartureIndex
    perform varying DayIndex from 1 by 1 until DayIndex > NumberOfEventDays
        if EventDayName(DayIndex) equal to ReplyDay
            move DayIndex to NewArrivalIndex
        end-if
        if EventDayName(DayIndex) equal to DepartureDay of RepliedAttendee
            move DayIndex to DepartureIndex
        end-if
    end-perform
    evaluate true
        when not AttendeeComing of RepliedAttendee
            set SmsReplyNotActioned to true
            move "LATE from someone already on site" to SmsReplyOutcome
        when NewArrivalIndex equal to zero
            set SmsReplyNotActioned to true
            move "LATE without a day on the event calendar"
                to SmsReplyOutcome
        when NewArrivalIndex > DepartureIndex
            set SmsReplyNotActioned to true
            move "LATE day is after their departure day" to SmsReplyOutcome
        when other
            perform ApplyNewArrivalDay
    end-evaluate
    .

ApplyNewArrivalDay section.
    call "CheckNightCapacity"
        using by content AttendeeFileName,
        by content ReplyDay,
        DepartureDay of RepliedAttendee,
        AuthCode of RepliedAttendee,
        by reference StayWouldBreach, BreachedNight
    if StayBreachesCapacity
        set SmsReplyNotActioned to true
        string "new stay would breach the " BreachedNight " night cap"
            delimited by size into SmsReplyOutcome
        exit section
    end-if
    move ReplyDay to ArrivalDay of RepliedAttendee
    call "UpdateAttendee" using by content AttendeeFileName, RepliedAttendee
    move spaces to RequestedSlotStart
    call "AssignArrivalSlot" using by content AttendeeFileName,
        AuthCode of RepliedAttendee, ArrivalDay of RepliedAttendee,
        RequestedSlotStart,
        by reference AssignedSlotStart
    set SmsReplyLateUpdated to true
    string "arrival moved to " ReplyDay delimited by size
        into SmsReplyOutcome
    if AssignedSlotStart not equal to spaces
        string "arrival moved to " ReplyDay ", gate slot " AssignedSlotStart
            delimited by size into SmsReplyOutcome
    end-if
    .

LogAsEnquiry section.
    initialize EnquiryRecord
    move createAuthCode to EnquiryID of EnquiryRecord
    move AuthCode of RepliedAttendee to EnquiryAuthCode of EnquiryRecord
    move AttendeeName of RepliedAttendee to EnquiryContactName of EnquiryRecord
    move ReplyPhone to EnquiryContactDetail of EnquiryRecord
    set EnquiryIsQuestion of EnquiryRecord to true
    set EnquiryAboutOther of EnquiryRecord to true
    set EnquiryBySms of EnquiryRecord to true
    move ReplyReceived(1:8) to EnquiryReceivedDate of EnquiryRecord
    move "SMS" to EnquiryOpenedBy of EnquiryRecord
    set EnquiryIsOpen of EnquiryRecord to true
    move ReplyText to EnquirySummary of EnquiryRecord
    move ReplyReceived(1:8) to EnquiryReplyOwedSince of EnquiryRecord
    move zero to EnquiryResponseCount of EnquiryRecord
    open i-o EnquiriesFile
        write EnquiryRecord
            invalid key
                set SmsReplyNotActioned to true
                string "enquiry not logged - status " EnquiryStatus
                    delimited by size into SmsReplyOutcome
            not invalid key
                set SmsReplyEnquiryLogged to true
                string "logged as enquiry " EnquiryID of EnquiryRecord
                    delimited by size into SmsReplyOutcome
        end-write
    close EnquiriesFile
    if SmsReplyEnquiryLogged
        initialize EnquiryResponse
        move EnquiryID of EnquiryRecord to ResponseEnquiryID
        move function current-date(1:15) to ResponseStamp
        move "SMS" to ResponseBy
        set ResponseFromContact to true
        move "S" to ResponseChannel
        move ReplyText to ResponseText
        open extend ResponsesFile
            write EnquiryResponse
        close ResponsesFile
    end-if
    .

end program ImportSmsReplies.
