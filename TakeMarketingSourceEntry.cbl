identification division.
program-id. TakeMarketingSourceEntry is initial.

environment division.
input-output section.
    file-control.
        select optional SourcesFile assign to SourceFileName
            organization is indexed
            access mode is dynamic
            record key is SourceCode of SourceRecord
            file status is SourceStatus.

data division.
file section.
    fd SourcesFile.
        copy MarketingSource replacing MarketingSource by
            ==SourceRecord.
            88 EndOfSourcesFile value high-values==.

working-storage section.
    01 SourceStatus pic x(2).
        88 RecordExists value "22".
    01 SourceFileName pic x(24) value "marketing-sources.dat".

    01 ActionEntry pic x value space.
        88 SettingSource   value "A", "a".
        88 RetiringSource  value "R", "r".
        88 ListingSources  value "L", "l".
    01 EnteredCode pic x(8) value spaces.
    01 SpendText pic x(10) value spaces.
    01 SpendDisplay pic z(4)9.99 value zero.
    01 InUseText pic x(7) value spaces.
    01 SourcesListed pic 999 value zero.

procedure division.
    display "Booking sources - A=add/change, R=retire, L=list: "
        with no advancing
    accept ActionEntry from console
    evaluate true
        when SettingSource perform TakeSource
        when RetiringSource perform RetireSource
        when ListingSources perform ListSources
        when other display "No action taken"
    end-evaluate
    goback
    .

TakeSource section.
    display "Source code (e.g. FLYER, MAILLIST, FRIEND): " with no advancing
    accept EnteredCode from console
    move function upper-case(EnteredCode) to EnteredCode
    if EnteredCode equal to spaces or EnteredCode equal to "?"
        display "Nothing saved"
        exit section
    end-if
    initialize SourceRecord
    move EnteredCode to SourceCode of SourceRecord
    display "Description: " with no advancing
    accept SourceDescription of SourceRecord from console
    display "Spent on it this year (blank if nothing): " with no advancing
    accept SpendText from console
    if SpendText not equal to spaces
        compute SourceSpend of SourceRecord = function numval(SpendText)
    end-if
    set SourceIsActive of SourceRecord to true
    move "Y" to SourceInUse of SourceRecord

    open i-o SourcesFile
        write SourceRecord
            invalid key
                if RecordExists
                    rewrite SourceRecord
                else
                    display "Error - status is " SourceStatus
                end-if
        end-write
    close SourcesFile
    display "Saved source " SourceCode of SourceRecord
    .

RetireSource section.
    display "Source code to retire: " with no advancing
    accept EnteredCode from console
    move function upper-case(EnteredCode) to EnteredCode
    open i-o SourcesFile
        move EnteredCode to SourceCode of SourceRecord
        read SourcesFile
            invalid key
                display "No source " EnteredCode " on file"
            not invalid key
                set SourceIsRetired of SourceRecord to true
                rewrite SourceRecord
                display "Retired " EnteredCode
                    " - past bookings keep it for reporting"
        end-read
    close SourcesFile
    .

ListSources section.
    move low-values to SourceCode of SourceRecord
    start SourcesFile key is greater than SourceCode of SourceRecord
        invalid key set EndOfSourcesFile to true
    end-start
    open input SourcesFile
        if not EndOfSourcesFile
            read SourcesFile next record
                at end set EndOfSourcesFile to true
            end-read
        end-if
        perform until EndOfSourcesFile
            add 1 to SourcesListed
            if SourceIsRetired of SourceRecord
                move "retired" to InUseText
            else
                move "in use" to InUseText
            end-if
            move SourceSpend of SourceRecord to SpendDisplay
            display SourceCode of SourceRecord " "
                SourceDescription of SourceRecord " $" SpendDisplay " "
                InUseText
            read SourcesFile next record
                at end set EndOfSourcesFile to true
            end-read
        end-perform
    close SourcesFile
    if SourcesListed equal to zero
        display "No booking sources set up"
    end-if
    .

end program TakeMarketingSourceEntry.
