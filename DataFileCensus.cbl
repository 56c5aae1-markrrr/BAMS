identification division.
program-id. DataFileCensus is initial.

environment division.
input-output section.
    file-control.
        select CensusSequentialFile assign to CensusActiveName
            organization is line sequential
            file status is CensusSequentialStatus.

        select optional CensusHistoryFile assign to CensusHistoryLogName
            organization is line sequential
            file status is CensusHistoryStatus.

data division.
file section.
    fd CensusSequentialFile
        record contains 1000 characters.
        01 CensusSequentialLine pic x(1000).

    fd CensusHistoryFile.
        copy CensusHistoryEntry.

working-storage section.
    01 CensusSequentialStatus pic x(2).
        88 CensusSequentialOk  value "00".
        88 CensusSequentialEof value "10".
    01 CensusHistoryStatus pic x(2).
        88 CensusHistoryOk  values "00", "05".
        88 CensusHistoryEof value "10".

    01 CensusActiveName pic x(24) value spaces.
    01 CensusHistoryLogName pic x(24) value "census-history.log".

    copy CensusFileTable.
    copy CensusRuleTable.
    copy CensusRequest.

    01 CensusFileDetails.
        05 CensusFileSizeBytes pic x(8) comp-x.
        05 CensusFileModified.
            10 CensusFileModifiedDay    pic x comp-x.
            10 CensusFileModifiedMonth  pic x comp-x.
            10 CensusFileModifiedYear   pic x(2) comp-x.
            10 CensusFileModifiedHour   pic x comp-x.
            10 CensusFileModifiedMinute pic x comp-x.
            10 CensusFileModifiedSecond pic x comp-x.
            10 CensusFileModifiedHundredth pic x comp-x.

    *> What the last census found for each file, held against the same
    *> entry as the file table so growth can be worked out as we go
    01 PreviousCensusTable.
        05 PreviousCensusEntry occurs 200 times.
            10 PreviousCensusFound pic x.
                88 PreviousCensusIsFound value "Y".
            10 PreviousRecordCount pic 9(7).
            10 PreviousSizeKb pic 9(7).
    01 PreviousCensusTaken pic x(15) value spaces.
    01 HistoryFileIdx pic 999 value zero.

    01 CensusTimestamp pic x(15) value spaces.
    01 FileRecordCount pic 9(7) value zero.
    01 FileSizeKb pic 9(7) value zero.
    01 FileOpenStatus pic x(2) value spaces.
    01 FileReadStatus pic x(2) value spaces.
    01 FileSequenceErrors pic 9(5) value zero.
    01 FileDuplicateKeys pic 9(5) value zero.
    01 FileInvalidRecords pic 9(5) value zero.
    01 FilePresentFlag pic 9 value zero.
        88 FileIsPresent value 1.
    01 FileProblemFlag pic 9 value zero.
        88 FileHasProblems value 1.
    01 FileOverLimitFlag pic 9 value zero.
        88 FileIsOverLimit value 1.
    01 FileReadingFlag pic 9 value zero.
        88 FileIsBeingRead value 1.

    01 PreviousKey pic x(15) value spaces.
    01 CurrentKey pic x(15) value spaces.
    01 FirstRuleIdx pic 999 value zero.
    01 LastRuleIdx pic 999 value zero.
    01 RuleIdx pic 999 value zero.
    01 RuleValuePos pic 999 value zero.
    01 RuleValuesEnd pic 999 value zero.
    01 RuleFieldValue pic x(12) value spaces.
    01 SequenceProblemText pic x(13) value spaces.
    01 RuleMatchFlag pic 9 value zero.
        88 RuleValueMatched value 1.
    01 RecordInvalidFlag pic 9 value zero.
        88 RecordIsInvalid value 1.

    *> The first few failures of each file are shown so the records can
    *> be found - the rest are only counted
    01 ExampleTable.
        05 NumberOfExamples pic 9 value zero.
        05 ExampleLine pic x(100) occurs 3 times.
    01 ExampleIdx pic 9 value zero.

    01 FilesPresent pic 999 value zero.
    01 FilesNotPresent pic 999 value zero.
    01 FilesWithProblems pic 999 value zero.
    01 FilesOverLimit pic 999 value zero.

    01 RecordGrowth pic s9(7) value zero.
    01 CountDisplay pic z(6)9 value zero.
    01 GrowthDisplay pic +(7)9 value zero.
    01 SizeDisplay pic z(6)9 value zero.
    01 SequenceDisplay pic z(4)9 value zero.
    01 DuplicateDisplay pic z(4)9 value zero.
    01 InvalidDisplay pic z(4)9 value zero.
    01 RecordNumberDisplay pic z(6)9 value zero.
    01 LimitDisplay pic z(5)9 value zero.
    copy ReportWriterRequest.

linkage section.
    01 CensusCheckResult pic 9.
        88 CensusFilesAreHealthy   value 0.
        88 CensusFilesHaveProblems value 1.

procedure division using CensusCheckResult.
    *> Every known data file and log is opened and read end to end - what
    *> is found goes on the spool and into the history for the next census
    set CensusFilesAreHealthy to true
    move function current-date(1:15) to CensusTimestamp
    perform LoadPreviousCensus

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "DATA FILE CENSUS AND HEALTH CHECK" to ReportTitle
    move "spool-census.txt" to ReportSpoolName
    move CensusHistoryLogName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    if PreviousCensusTaken equal to spaces
        move "No earlier census on record - growth is shown from the next run"
            to ReportLineText
    else
        string "Growth is since the census of " PreviousCensusTaken(1:8) " "
            PreviousCensusTaken(9:2) ":" PreviousCensusTaken(11:2)
            delimited by size into ReportLineText
    end-if
    perform EmitLine
    perform EmitLine
    move "File                     O Records  Growth Size KB Op Rd   Seq  Dups   Bad"
        to ReportLineText
    perform EmitLine

    open extend CensusHistoryFile
    perform varying CensusFileIdx from 1 by 1
        until CensusFileIdx > NumberOfCensusFiles
        perform CensusOneFile
    end-perform
    close CensusHistoryFile

    perform EmitLine
    string "Files known: " NumberOfCensusFiles "  present: " FilesPresent
        "  not present: " FilesNotPresent delimited by size
        into ReportLineText
    perform EmitLine
    string "Files with problems: " FilesWithProblems
        "  over their size limit: " FilesOverLimit delimited by size
        into ReportLineText
    perform EmitLine
    display "Data file census: " FilesPresent " file(s) read, "
        FilesWithProblems " with problems, " FilesOverLimit
        " over their size limit"
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

LoadPreviousCensus section.
    *> Only the latest entry for each file matters - later lines in the
    *> history overwrite earlier ones as it is read
    initialize PreviousCensusTable
    open input CensusHistoryFile
        read CensusHistoryFile
            at end set CensusHistoryEof to true
        end-read
        perform until CensusHistoryEof
            perform varying HistoryFileIdx from 1 by 1
                until HistoryFileIdx > NumberOfCensusFiles
                    or CensusKnownFileName(HistoryFileIdx)
                        equal to CensusHistoryFileName
                continue
            end-perform
            if HistoryFileIdx not > NumberOfCensusFiles
                and not CensusHistoryNotPresent
                move "Y" to PreviousCensusFound(HistoryFileIdx)
                move CensusHistoryRecordCount
                    to PreviousRecordCount(HistoryFileIdx)
                move CensusHistorySizeKb to PreviousSizeKb(HistoryFileIdx)
            end-if
            if CensusHistoryTimestamp > PreviousCensusTaken
                move CensusHistoryTimestamp to PreviousCensusTaken
            end-if
            read CensusHistoryFile
                at end set CensusHistoryEof to true
            end-read
        end-perform
    close CensusHistoryFile
    .

CensusOneFile section.
    move CensusKnownFileName(CensusFileIdx) to CensusActiveName
    move zero to FileRecordCount, FileSizeKb, FileSequenceErrors,
        FileDuplicateKeys, FileInvalidRecords, FilePresentFlag,
        FileProblemFlag, FileOverLimitFlag
    move spaces to FileOpenStatus, FileReadStatus, PreviousKey, ExampleTable
    move zero to NumberOfExamples

    call "CBL_CHECK_FILE_EXIST" using CensusActiveName, CensusFileDetails
    if return-code not equal to zero
        add 1 to FilesNotPresent
        perform ReportFileLine
        perform WriteHistoryEntry
        exit section
    end-if
    set FileIsPresent to true
    add 1 to FilesPresent
    compute FileSizeKb = (CensusFileSizeBytes + 1023) / 1024
    if FileSizeKb > CensusSizeLimitKb(CensusFileIdx)
        set FileIsOverLimit to true
        add 1 to FilesOverLimit
    end-if

    perform FindFileRules
    if CensusFileIsIndexed(CensusFileIdx)
        perform ReadIndexedFile
    else
        perform ReadSequentialFile
    end-if

    if FileOpenStatus not equal to "00" or FileReadStatus not equal to "10"
        or FileSequenceErrors > zero or FileDuplicateKeys > zero
        or FileInvalidRecords > zero
        set FileHasProblems to true
        add 1 to FilesWithProblems
        set CensusFilesHaveProblems to true
    end-if
    perform ReportFileLine
    perform WriteHistoryEntry
    .

FindFileRules section.
    move zero to FirstRuleIdx, LastRuleIdx
    perform varying CensusRuleIdx from 1 by 1
        until CensusRuleIdx > NumberOfCensusRules
        if CensusRuleFileName(CensusRuleIdx) equal to CensusActiveName
            if FirstRuleIdx equal to zero
                set FirstRuleIdx to CensusRuleIdx
            end-if
            set LastRuleIdx to CensusRuleIdx
        end-if
    end-perform
    .

ReadSequentialFile section.
    open input CensusSequentialFile
    move CensusSequentialStatus to FileOpenStatus
    if not CensusSequentialOk
        exit section
    end-if
        read CensusSequentialFile into CensusRecordImage
            at end set CensusSequentialEof to true
        end-read
        perform until not CensusSequentialOk
            perform CheckOneRecord
            read CensusSequentialFile into CensusRecordImage
                at end set CensusSequentialEof to true
            end-read
        end-perform
        move CensusSequentialStatus to FileReadStatus
    close CensusSequentialFile
    .

ReadIndexedFile section.
    move CensusActiveName to CensusFileName
    move "OPEN" to CensusAction
    call "CensusIndexedFile" using CensusRequest
    move CensusFileStatus to FileOpenStatus
    if CensusFileNotHandled
        move "NK" to FileOpenStatus
        exit section
    end-if
    if FileOpenStatus not equal to "00"
        exit section
    end-if
    set FileIsBeingRead to true
    perform until not FileIsBeingRead
        move "NEXT" to CensusAction
        call "CensusIndexedFile" using CensusRequest
        if CensusFileStatus equal to "00" or CensusFileStatus equal to "02"
            perform CheckOneRecord
        else
            move CensusFileStatus to FileReadStatus
            move zero to FileReadingFlag
        end-if
    end-perform
    move "CLOS" to CensusAction
    call "CensusIndexedFile" using CensusRequest
    .

CheckOneRecord section.
    add 1 to FileRecordCount
    if CensusKeyLength(CensusFileIdx) > zero
        perform CheckRecordSequence
    end-if
    if FirstRuleIdx > zero
        move zero to RecordInvalidFlag
        perform varying RuleIdx from FirstRuleIdx by 1
            until RuleIdx > LastRuleIdx
            perform CheckOneRule
        end-perform
        if RecordIsInvalid
            add 1 to FileInvalidRecords
        end-if
    end-if
    .

CheckRecordSequence section.
    *> Indexed files come back in key order, so a key that repeats or goes
    *> backwards means a damaged index; logs should run forward in time
    move spaces to CurrentKey
    move CensusRecordImage(CensusKeyStart(CensusFileIdx):
        CensusKeyLength(CensusFileIdx)) to CurrentKey
    if FileRecordCount > 1 and CurrentKey not equal to spaces
        evaluate true
            when CensusFileIsIndexed(CensusFileIdx)
                and CurrentKey equal to PreviousKey
                add 1 to FileDuplicateKeys
                move "duplicate key" to SequenceProblemText
                perform NoteSequenceExample
            when CurrentKey < PreviousKey
                add 1 to FileSequenceErrors
                move "out of order" to SequenceProblemText
                perform NoteSequenceExample
        end-evaluate
    end-if
    if CurrentKey not equal to spaces
        move CurrentKey to PreviousKey
    end-if
    .

NoteSequenceExample section.
    if NumberOfExamples >= 3
        exit section
    end-if
    add 1 to NumberOfExamples
    move FileRecordCount to RecordNumberDisplay
    string "    record " function trim(RecordNumberDisplay) ": "
        function trim(SequenceProblemText) " - key '" function trim(CurrentKey)
        "' after '" function trim(PreviousKey) "'"
        delimited by size into ExampleLine(NumberOfExamples)
    .

CheckOneRule section.
    *> A blank field has simply not been set; anything else must be one
    *> of the values the copybook's conditions allow
    move spaces to RuleFieldValue
    move CensusRecordImage(CensusRuleStart(RuleIdx):
        CensusRuleLength(RuleIdx)) to RuleFieldValue
    if RuleFieldValue equal to spaces
        exit section
    end-if
    move zero to RuleMatchFlag
    compute RuleValuesEnd =
        CensusRuleValueCount(RuleIdx) * CensusRuleLength(RuleIdx)
    perform varying RuleValuePos from 1 by CensusRuleLength(RuleIdx)
        until RuleValuePos > RuleValuesEnd or RuleValueMatched
        if CensusRuleValues(RuleIdx)(RuleValuePos:CensusRuleLength(RuleIdx))
            equal to RuleFieldValue(1:CensusRuleLength(RuleIdx))
            set RuleValueMatched to true
        end-if
    end-perform
    if RuleValueMatched
        exit section
    end-if
    if not RecordIsInvalid and NumberOfExamples < 3
        add 1 to NumberOfExamples
        move FileRecordCount to RecordNumberDisplay
        string "    record " function trim(RecordNumberDisplay) ": "
            function trim(CensusRuleField(RuleIdx)) " holds '"
            RuleFieldValue(1:CensusRuleLength(RuleIdx)) "'"
            delimited by size into ExampleLine(NumberOfExamples)
    end-if
    set RecordIsInvalid to true
    .

ReportFileLine section.
    if not FileIsPresent
        string CensusActiveName " " CensusFileOrganisation(CensusFileIdx)
            "  (not present)" delimited by size into ReportLineText
        perform EmitLine
        exit section
    end-if
    move FileRecordCount to CountDisplay
    move FileSizeKb to SizeDisplay
    move FileSequenceErrors to SequenceDisplay
    move FileDuplicateKeys to DuplicateDisplay
    move FileInvalidRecords to InvalidDisplay
    string CensusActiveName " " CensusFileOrganisation(CensusFileIdx) " "
        CountDisplay delimited by size into ReportLineText
    if PreviousCensusIsFound(CensusFileIdx)
        compute RecordGrowth =
            FileRecordCount - PreviousRecordCount(CensusFileIdx)
        move RecordGrowth to GrowthDisplay
        move GrowthDisplay to ReportLineText(35:8)
    else
        move "     new" to ReportLineText(35:8)
    end-if
    string " " SizeDisplay " " FileOpenStatus " " FileReadStatus " "
        SequenceDisplay " " DuplicateDisplay " " InvalidDisplay
        delimited by size into ReportLineText(43:36)
    if FileHasProblems
        move "** PROBLEMS **" to ReportLineText(80:14)
    end-if
    perform EmitLine

    perform varying ExampleIdx from 1 by 1 until ExampleIdx > NumberOfExamples
        move ExampleLine(ExampleIdx) to ReportLineText
        perform EmitLine
    end-perform
    if FileInvalidRecords > zero
        string "    " function trim(InvalidDisplay) " record(s) hold values their "
            "layout does not allow" delimited by size into ReportLineText
        perform EmitLine
    end-if
    if FileIsOverLimit
        move CensusSizeLimitKb(CensusFileIdx) to LimitDisplay
        string "    ** size " function trim(SizeDisplay) " KB is over the "
            function trim(LimitDisplay) " KB limit - archive or roll over **"
            delimited by size into ReportLineText
        perform EmitLine
        display function trim(CensusActiveName) " is "
            function trim(SizeDisplay) " KB - over its "
            function trim(LimitDisplay) " KB limit"
    end-if
    if FileHasProblems
        display function trim(CensusActiveName) ": open " FileOpenStatus
            " read " FileReadStatus " out of order " FileSequenceErrors
            " duplicate keys " FileDuplicateKeys " invalid " FileInvalidRecords
    end-if
    .

WriteHistoryEntry section.
    move spaces to CensusHistoryEntry
    move CensusTimestamp to CensusHistoryTimestamp
    move CensusActiveName to CensusHistoryFileName
    evaluate true
        when not FileIsPresent
            set CensusHistoryNotPresent to true
        when FileHasProblems
            set CensusHistoryHasProblems to true
        when other
            set CensusHistoryHealthy to true
    end-evaluate
    move FileRecordCount to CensusHistoryRecordCount
    move FileSizeKb to CensusHistorySizeKb
    move FileOpenStatus to CensusHistoryOpenStatus
    move FileReadStatus to CensusHistoryReadStatus
    move FileSequenceErrors to CensusHistorySequenceErrors
    move FileDuplicateKeys to CensusHistoryDuplicateKeys
    move FileInvalidRecords to CensusHistoryInvalidRecords
    write CensusHistoryEntry
    .

end program DataFileCensus.
