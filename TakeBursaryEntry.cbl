identification division.
program-id. TakeBursaryEntry is initial.

environment division.
input-output section.
    file-control.
        select optional BursariesFile assign to BursaryFileName
            organization is indexed
            access mode is dynamic
            record key is BursaryAuthCode
            file status is BursaryStatus.

data division.
file section.
    fd BursariesFile.
        copy BursaryApplication replacing BursaryApplication by
            ==BursaryRecord.
            88 EndOfBursariesFile value high-values==.

working-storage section.
    01 BursaryStatus pic x(2).
        88 Successful    value "00".
        88 RecordExists  value "22".
        88 NoSuchRecord  value "23".
    01 BursaryFileName pic x(20) value "bursaries.dat".

    copy Attendee replacing Attendee by ==BursaryAttendee==.
    copy OperatorSession.

    01 MenuAnswer pic x value space.
        88 TakeApplication value "A", "a".
        88 DecideApplication value "D", "d".
    01 EnteredAuthCode pic x(6) value spaces.
    01 DecisionAnswer pic x value space.
        88 DecisionAward   value "A", "a".
        88 DecisionDecline value "D", "d".
    01 AwardAmount pic 9(5)v99 value zero.
    01 BalanceOwed pic s9(6)v99 value zero.
    01 FundMoneyIn pic 9(7)v99 value zero.
    01 FundAwardsOut pic 9(7)v99 value zero.
    01 FundBalance pic s9(7)v99 value zero.
    01 AmountDisplay pic z(4)9.99 value zero.
    01 FundDisplay pic -(6)9.99 value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.
    01 LogFieldNameBuffer pic x(16) value spaces.
    01 LogOldValueBuffer pic x(30) value spaces.
    01 LogNewValueBuffer pic x(30) value spaces.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    display "BURSARY / SOLIDARITY TICKET FUND"
    call "GetBursaryFundBalance" using by reference FundMoneyIn,
        FundAwardsOut, FundBalance
    move FundBalance to FundDisplay
    display "Fund balance available: $" FundDisplay
    display "Take an application (A) or decide one (D)? " with no advancing
    accept MenuAnswer from console
    display "AuthCode: " with no advancing
    accept EnteredAuthCode from console
    move function upper-case(EnteredAuthCode) to EnteredAuthCode

    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content EnteredAuthCode,
        by reference BursaryAttendee
    if AttendeeName of BursaryAttendee equal to high-values
        display "No attendee found for " EnteredAuthCode
        goback
    end-if
    call "GetCurrentOperator" using by reference OperatorSession

    evaluate true
        when TakeApplication
            perform TakeNewApplication
        when DecideApplication
            perform DecidePendingApplication
        when other
            display "Nothing done"
    end-evaluate
    goback
    .

TakeNewApplication section.
    initialize BursaryRecord
    move EnteredAuthCode to BursaryAuthCode of BursaryRecord
    move function current-date(1:8) to BursaryAppliedDate of BursaryRecord
    display "Amount requested: " with no advancing
    accept BursaryAmountRequested of BursaryRecord from console
    display "Circumstances: " with no advancing
    accept BursaryCircumstances of BursaryRecord from console
    set BursaryPending of BursaryRecord to true

    open i-o BursariesFile
        write BursaryRecord
            invalid key
                if RecordExists
                    display "There is already a bursary application for "
                        EnteredAuthCode
                else
                    display "Error - status is " BursaryStatus
                end-if
            not invalid key
                display "Bursary application recorded for "
                    function trim(AttendeeName of BursaryAttendee)
        end-write
    close BursariesFile
    .

DecidePendingApplication section.
    open i-o BursariesFile
    move EnteredAuthCode to BursaryAuthCode of BursaryRecord
    read BursariesFile
        invalid key
            display "No bursary application for " EnteredAuthCode
            close BursariesFile
            exit section
    end-read
    if not BursaryPending of BursaryRecord
        display "That application has already been decided ("
            BursaryState of BursaryRecord ")"
        close BursariesFile
        exit section
    end-if

    compute BalanceOwed = AmountToPay of BursaryAttendee
        - AmountPaid of BursaryAttendee
    move BursaryAmountRequested of BursaryRecord to AmountDisplay
    display function trim(AttendeeName of BursaryAttendee)
        " asked for $" AmountDisplay
    display "    " BursaryCircumstances of BursaryRecord
    move BalanceOwed to FundDisplay
    display "Still owes $" FundDisplay
    display "Award (A) or decline (D)? " with no advancing
    accept DecisionAnswer from console
    evaluate true
        when DecisionAward
            move function current-date(1:8) to PostingDate
            call "CheckPeriodLock" using PostingDate,
                by reference PostingAllowed
            if not PostingIsAllowed
                close BursariesFile
                exit section
            end-if
            if BalanceOwed <= zero
                display "Nothing is owed - nothing awarded"
                close BursariesFile
                exit section
            end-if
            display "Amount to award: " with no advancing
            accept AwardAmount from console
            if AwardAmount > BalanceOwed
                display "Award capped at the balance owed"
                move BalanceOwed to AwardAmount
            end-if
            if AwardAmount > FundBalance
                move FundBalance to FundDisplay
                display "The fund only holds $" FundDisplay
                    " - it cannot go overdrawn, nothing awarded"
                close BursariesFile
                exit section
            end-if
            if AwardAmount equal to zero
                display "Nothing awarded"
                close BursariesFile
                exit section
            end-if
            set BursaryAwarded of BursaryRecord to true
            move AwardAmount to BursaryAmountAwarded of BursaryRecord
        when DecisionDecline
            set BursaryDeclined of BursaryRecord to true
            move zero to BursaryAmountAwarded of BursaryRecord
        when other
            display "Left pending"
            close BursariesFile
            exit section
    end-evaluate
    move function current-date(1:8) to BursaryDecidedDate of BursaryRecord
    move SessionOperatorCode to BursaryDecidedBy of BursaryRecord
    rewrite BursaryRecord
        invalid key
            display "Error - status is " BursaryStatus
    end-rewrite
    close BursariesFile

    if BursaryAwarded of BursaryRecord
        perform ApplyAwardToBalance
    else
        display "Bursary application declined"
    end-if
    .

ApplyAwardToBalance section.
    move AmountToPay of BursaryAttendee to AmountDisplay
    move AmountDisplay to LogOldValueBuffer
    subtract AwardAmount from AmountToPay of BursaryAttendee
    if AmountPaid of BursaryAttendee >= AmountToPay of BursaryAttendee
        set AttendeePaid of BursaryAttendee to true
    end-if
    call "UpdateAttendee" using by content AttendeeFileName, BursaryAttendee

    move "AmountToPay" to LogFieldNameBuffer
    move AmountToPay of BursaryAttendee to AmountDisplay
    move spaces to LogNewValueBuffer
    string AmountDisplay " (bursary award)"
        delimited by size into LogNewValueBuffer
    call "LogAttendeeChange" using
        EnteredAuthCode, LogFieldNameBuffer,
        LogOldValueBuffer, LogNewValueBuffer
    move AwardAmount to AmountDisplay
    display "Bursary of $" AmountDisplay " awarded to "
        function trim(AttendeeName of BursaryAttendee)
    .

end program TakeBursaryEntry.
