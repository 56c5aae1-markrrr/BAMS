            record key is PersonID
            file status is PersonMasterStatus.

        select optional BookingSourcesFile assign to BookingSourceFileName
            organization is indexed
            access mode is dynamic
            record key is BookingSourceAuthCode of BookingSourceRecord
            file status is BookingSourceStatus.

data division.
file section.
    fd PersonMasterFile.
            ==PersonRecord.
            88 EndOfPersonMasterFile value high-values==.

    fd BookingSourcesFile.
        copy BookingSource replacing BookingSource by
            ==BookingSourceRecord.
            88 EndOfBookingSourcesFile value high-values==.

working-storage section.
    01 PersonMasterStatus pic x(2).

    01 YearCountTable.
        05 PeopleWithYears pic 9(4) occurs 10 times.
    01 YearBand pic 99 value zero.
    01 BookingSourceStatus pic x(2).
    01 BookingSourceFileName pic x(20) value "booking-sources.dat".
    01 SourceSplitTable.
        05 NumberOfSplitSources pic 99 value zero.
        05 SplitEntry occurs 60 times indexed by SplitIdx.
            10 SplitSourceCode pic x(8).
            10 SplitNewPeople  pic 9(4).
            10 SplitReturning  pic 9(4).
    01 PersonSourceCode pic x(8) value spaces.
    copy ReportWriterRequest.

linkage section.
        invalid key continue
    end-start
    open input PersonMasterFile
    open input BookingSourcesFile
        read PersonMasterFile next record
            at end set EndOfPersonMasterFile to true
        end-read
                at end set EndOfPersonMasterFile to true
            end-read
        end-perform
    close BookingSourcesFile
    close PersonMasterFile

    initialize ReportWriterRequest
            perform EmitLine
        end-if
    end-perform
    perform EmitLine
    move "THIS YEAR'S BOOKINGS BY SOURCE   New  Returning" to ReportLineText
    perform EmitLine
    perform varying SplitIdx from 1 by 1 until SplitIdx > NumberOfSplitSources
        string "    " SplitSourceCode(SplitIdx) "                     "
            SplitNewPeople(SplitIdx) "  " SplitReturning(SplitIdx)
            delimited by size into ReportLineText
        perform EmitLine
    end-perform
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
        if PersonYearsAttended of PersonRecord > 1
            add 1 to ReturningThisYear
        end-if
        perform TallyPersonSource
    end-if
    if PersonYearsAttended of PersonRecord >= 10
        add 1 to PeopleWithYears(10)
    end-if
    .

TallyPersonSource section.
    *> Where this year's booking came from, split by first-timers and
    *> people who have been before
    move "(NONE)" to PersonSourceCode
    move PersonLastAuthCode of PersonRecord
        to BookingSourceAuthCode of BookingSourceRecord
    read BookingSourcesFile
        invalid key continue
        not invalid key
            if BookingSourceCode of BookingSourceRecord not equal to spaces
                move BookingSourceCode of BookingSourceRecord
                    to PersonSourceCode
            end-if
    end-read
    set SplitIdx to 1
    search SplitEntry
        at end continue
        when SplitIdx > NumberOfSplitSources
            if NumberOfSplitSources < 60
                add 1 to NumberOfSplitSources
                set SplitIdx to NumberOfSplitSources
                move PersonSourceCode to SplitSourceCode(SplitIdx)
                move zero to SplitNewPeople(SplitIdx), SplitReturning(SplitIdx)
                perform CountNewOrReturning
            end-if
        when SplitSourceCode(SplitIdx) equal to PersonSourceCode
            perform CountNewOrReturning
    end-search
    .

CountNewOrReturning section.
    if PersonYearsAttended of PersonRecord > 1
        add 1 to SplitReturning(SplitIdx)
    else
        add 1 to SplitNewPeople(SplitIdx)
    end-if
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
