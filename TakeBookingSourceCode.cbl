identification division.
program-id. TakeBookingSourceCode is initial.

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
    01 SourceFileName pic x(24) value "marketing-sources.dat".
    01 SourceFlag pic 9 value zero.
        88 SourceIsKnown value 1.
    01 SourcePromptDone pic 9 value zero.
        88 SourceAnswered value 1.

linkage section.
    01 TakenSourceCode pic x(8).

procedure division using TakenSourceCode.
    move zero to SourcePromptDone
    perform until SourceAnswered
        display "How did they hear about us (source code, ? for list,"
            " blank if unknown): " with no advancing
        accept TakenSourceCode from console
        evaluate true
            when TakenSourceCode equal to spaces
                set SourceAnswered to true
            when TakenSourceCode equal to "?"
                perform ListActiveSources
            when other
                call "CheckMarketingSource" using by reference
                    TakenSourceCode, SourceFlag
                if SourceIsKnown
                    set SourceAnswered to true
                else
                    display "Source " function trim(TakenSourceCode)
                        " is not in use - ? lists the codes"
                end-if
        end-evaluate
    end-perform
    goback
    .

ListActiveSources section.
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
            if SourceIsActive of SourceRecord
                display "  " SourceCode of SourceRecord " "
                    SourceDescription of SourceRecord
            end-if
            read SourcesFile next record
                at end set EndOfSourcesFile to true
            end-read
        end-perform
    close SourcesFile
    .

end program TakeBookingSourceCode.
