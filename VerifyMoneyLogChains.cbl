identification division.
program-id. VerifyMoneyLogChains is initial.

environment division.
input-output section.
    file-control.
        select optional MoneyLogFile assign to ActiveMoneyLogName
            organization is line sequential
            file status is MoneyLogStatus.

        select optional MoneyLogChainFile assign to MoneyLogChainFileName
            organization is indexed
            access mode is dynamic
            record key is ChainLogCode
            file status is MoneyLogChainStatus.

data division.
file section.
    fd MoneyLogFile.
        01 MoneyLogLine pic x(120).

    fd MoneyLogChainFile.
        copy MoneyLogChain replacing MoneyLogChain by
            ==MoneyLogChainRecord.
            88 EndOfMoneyLogChainFile value high-values==.

working-storage section.
    01 MoneyLogStatus pic x(2).
        88 MoneyLogOk  values "00", "05".
        88 MoneyLogEof value "10".
    01 MoneyLogChainStatus pic x(2).
    01 MoneyLogChainFileName pic x(20) value "money-log-chain.dat".
    01 ActiveMoneyLogName pic x(24) value spaces.
    copy MoneyLogTable.

    01 ContentLength pic 999 value zero.
    01 LineHash pic x(16) value spaces.
    01 PreviousHash pic x(16) value spaces.
    01 ExpectedHash pic x(16) value spaces.
    01 ExpectedAfterPending pic x(16) value spaces.
    01 PendingHash pic x(16) value spaces.
    01 PendingRecordNumber pic 9(7) value zero.
    01 PendingFlag pic 9 value zero.
        88 MismatchIsPending value 1.
    01 ChainStartedFlag pic 9 value zero.
        88 ChainHasStarted value 1.

    01 RecordNumber pic 9(7) value zero.
    01 ChainedRecords pic 9(7) value zero.
    01 UnchainedRecords pic 9(7) value zero.
    01 FirstBreakNumber pic 9(7) value zero.
    01 LogProblemCount pic 9(5) value zero.
    01 ProblemRecordNumber pic 9(7) value zero.
    01 ProblemText pic x(60) value spaces.
    01 LogsBroken pic 9 value zero.
    01 CountDifference pic 9(7) value zero.

    copy ReportWriterRequest.

linkage section.
    01 ChainSealWanted pic x.
        88 SealIsWanted value "Y".
    01 ChainCheckResult pic 9.
        88 ChainsAreIntact value 0.
        88 ChainsAreBroken value 1.

procedure division using ChainSealWanted, ChainCheckResult.
    *> Every money log record carries a hash of the one before it and of
    *> itself - any edit, insertion or deletion breaks the run of links
    set ChainsAreIntact to true
    move zero to LogsBroken

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    if SealIsWanted
        move "MONEY LOG CHAIN CHECK AND SEAL" to ReportTitle
        move "spool-moneyseal.txt" to ReportSpoolName
    else
        move "MONEY LOG CHAIN CHECK" to ReportTitle
        move "spool-moneychains.txt" to ReportSpoolName
    end-if
    move MoneyLogChainFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    perform varying MoneyLogIdx from 1 by 1 until MoneyLogIdx > 6
        perform CheckOneLog
    end-perform

    if SealIsWanted
        perform EmitLine
        move "SEAL - FINAL LINK OF EACH LOG (keep with the signed close pack)"
            to ReportLineText
        perform EmitLine
        move "Log                       Records  Final hash" to ReportLineText
        perform EmitLine
        perform varying MoneyLogIdx from 1 by 1 until MoneyLogIdx > 6
            perform EmitSealLine
        end-perform
    end-if

    perform EmitLine
    if ChainsAreIntact
        move "All money log chains are intact" to ReportLineText
    else
        string LogsBroken " money log(s) have broken chains - investigate"
            " before the figures are relied on"
            delimited by size into ReportLineText
    end-if
    display function trim(ReportLineText)
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

CheckOneLog section.
    move MoneyLogFileName(MoneyLogIdx) to ActiveMoneyLogName
    move MoneyLogContentLength(MoneyLogIdx) to ContentLength
    move all "0" to PreviousHash
    move zero to RecordNumber, ChainedRecords, UnchainedRecords,
        FirstBreakNumber, LogProblemCount, PendingFlag, ChainStartedFlag

    perform EmitLine
    string "LOG " ActiveMoneyLogName delimited by size into ReportLineText
    perform EmitLine

    open input MoneyLogFile
        read MoneyLogFile
            at end set MoneyLogEof to true
        end-read
        perform until MoneyLogEof
            add 1 to RecordNumber
            perform CheckOneRecord
            read MoneyLogFile
                at end set MoneyLogEof to true
            end-read
        end-perform
    close MoneyLogFile

    if MismatchIsPending
        move PendingRecordNumber to ProblemRecordNumber
        move "last record altered, or records deleted just before it"
            to ProblemText
        perform ReportProblem
        move PendingHash to PreviousHash
        move zero to PendingFlag
    end-if
    perform CompareWithChainControl

    string "  records " RecordNumber "  chained " ChainedRecords
        "  from before chaining " UnchainedRecords
        delimited by size into ReportLineText
    perform EmitLine
    if LogProblemCount equal to zero
        move "  chain intact" to ReportLineText
    else
        add 1 to LogsBroken
        set ChainsAreBroken to true
        string "  ** CHAIN BROKEN - first broken link at record "
            FirstBreakNumber ", " LogProblemCount " problem(s) **"
            delimited by size into ReportLineText
        display function trim(ActiveMoneyLogName) ": first broken link at"
            " record " FirstBreakNumber
    end-if
    perform EmitLine
    .

CheckOneRecord section.
    move MoneyLogLine(ContentLength + 2:16) to LineHash
    if LineHash equal to spaces
        if ChainHasStarted
            move RecordNumber to ProblemRecordNumber
            move "record inserted - it carries no chain value"
                to ProblemText
            perform ReportProblem
        else
            add 1 to UnchainedRecords
        end-if
        exit section
    end-if

    set ChainHasStarted to true
    add 1 to ChainedRecords
    if MismatchIsPending
        perform ResolvePendingMismatch
        if not MismatchIsPending and PreviousHash equal to LineHash
            exit section
        end-if
    end-if

    call "ComputeChainHash" using PreviousHash, MoneyLogLine,
        ContentLength, by reference ExpectedHash
    if ExpectedHash equal to LineHash
        move LineHash to PreviousHash
    else
        set MismatchIsPending to true
        move RecordNumber to PendingRecordNumber
        move LineHash to PendingHash
    end-if
    .

ResolvePendingMismatch section.
    *> The record after a bad link shows what happened: if it follows on
    *> from the bad record, that record was edited or something before it
    *> removed; if it follows on from the record before, the bad one was
    *> slipped in; the record count below settles which
    move zero to PendingFlag
    move PendingRecordNumber to ProblemRecordNumber
    call "ComputeChainHash" using PendingHash, MoneyLogLine,
        ContentLength, by reference ExpectedAfterPending
    if ExpectedAfterPending equal to LineHash
        move "record altered, or record(s) deleted just before it"
            to ProblemText
        perform ReportProblem
        move LineHash to PreviousHash
        exit section
    end-if
    call "ComputeChainHash" using PreviousHash, MoneyLogLine,
        ContentLength, by reference ExpectedHash
    if ExpectedHash equal to LineHash
        move "record inserted - its chain value does not fit"
            to ProblemText
        perform ReportProblem
        move LineHash to PreviousHash
        exit section
    end-if
    move "chain broken - records altered or removed around here"
        to ProblemText
    perform ReportProblem
    move PendingHash to PreviousHash
    .

CompareWithChainControl section.
    open input MoneyLogChainFile
        move MoneyLogCode(MoneyLogIdx) to ChainLogCode
        read MoneyLogChainFile
            invalid key
                if ChainedRecords > zero
                    move RecordNumber to ProblemRecordNumber
                    move "chain control entry is missing for this log"
                        to ProblemText
                    perform ReportProblem
                end-if
            not invalid key
                perform CheckAgainstControlEntry
        end-read
    close MoneyLogChainFile
    .

CheckAgainstControlEntry section.
    move RecordNumber to ProblemRecordNumber
    move spaces to ProblemText
    evaluate true
        when ChainRecordCount > ChainedRecords
            compute CountDifference = ChainRecordCount - ChainedRecords
            string CountDifference " record(s) fewer than were written"
                " - records deleted" delimited by size into ProblemText
            perform ReportProblem
        when ChainRecordCount < ChainedRecords
            compute CountDifference = ChainedRecords - ChainRecordCount
            string CountDifference " record(s) more than were written"
                " - records copied in" delimited by size into ProblemText
            perform ReportProblem
        when ChainLastHash not equal to PreviousHash
            move "final record does not match the last one written"
                to ProblemText
            perform ReportProblem
    end-evaluate
    .

ReportProblem section.
    add 1 to LogProblemCount
    if FirstBreakNumber equal to zero
        move ProblemRecordNumber to FirstBreakNumber
    end-if
    string "  record " ProblemRecordNumber ": " ProblemText
        delimited by size into ReportLineText
    perform EmitLine
    .

EmitSealLine section.
    initialize MoneyLogChainRecord
    open input MoneyLogChainFile
        move MoneyLogCode(MoneyLogIdx) to ChainLogCode
        read MoneyLogChainFile
            invalid key
                move zero to ChainRecordCount
                move all "0" to ChainLastHash
        end-read
    close MoneyLogChainFile
    string MoneyLogFileName(MoneyLogIdx) "  " ChainRecordCount "  "
        ChainLastHash delimited by size into ReportLineText
    perform EmitLine
    .

end program VerifyMoneyLogChains.
