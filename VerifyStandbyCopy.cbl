identification division.
program-id. VerifyStandbyCopy is initial.

environment division.
input-output section.
    file-control.
        select optional StandbyManifestFile assign to StandbyManifestFileName
            organization is line sequential
            file status is StandbyManifestStatus.

data division.
file section.
    fd StandbyManifestFile.
        copy StandbyManifestEntry.

working-storage section.
    01 StandbyManifestStatus pic x(2).
        88 StandbyManifestOk      value "00".
        88 StandbyManifestEof     value "10".
        88 StandbyManifestMissing values "05", "35".
    01 StandbyManifestFileName pic x(24) value "standby-manifest.dat".

    01 StandbyFileDetails.
        05 StandbyFileSizeBytes pic x(8) comp-x.
        05 filler pic x(8).

    01 CopyRecordCount pic 9(7) value zero.
    01 CopyChecksum pic x(16) value spaces.
    01 CopyStatus pic x(2) value spaces.
    01 CopyProblem pic x(40) value spaces.
    01 FailingFileName pic x(24) value spaces.
    01 ManifestCopiedAt pic x(15) value spaces.
    01 ExpectedDisplay pic z(6)9 value zero.
    01 FoundDisplay pic z(6)9 value zero.
    copy ReportWriterRequest.

linkage section.
    copy StandbyVerifyResult.

procedure division using StandbyVerifyResult.
    *> Run on the standby: each file named in the manifest is read here
    *> and must give back the record count and checksum it was sent with
    initialize StandbyVerifyResult
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "STANDBY COPY VERIFICATION" to ReportTitle
    move "spool-standbyverify.txt" to ReportSpoolName
    move StandbyManifestFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    open input StandbyManifestFile
    if StandbyManifestMissing
        close StandbyManifestFile
        move StandbyManifestFileName to FailingFileName
        move "no manifest - replication never reached here" to CopyProblem
        perform RecordFailure
        perform EmitSummary
        goback
    end-if
        read StandbyManifestFile
            at end set StandbyManifestEof to true
        end-read
        if not StandbyManifestEof
            move StandbyCopiedAt to ManifestCopiedAt
            string "Manifest written " ManifestCopiedAt(1:8) " "
                ManifestCopiedAt(9:2) ":" ManifestCopiedAt(11:2)
                delimited by size into ReportLineText
            perform EmitLine
            perform EmitLine
        end-if
        perform until StandbyManifestEof
            perform VerifyOneFile
            read StandbyManifestFile
                at end set StandbyManifestEof to true
            end-read
        end-perform
    close StandbyManifestFile
    perform EmitSummary
    goback
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

VerifyOneFile section.
    add 1 to StandbyFilesChecked
    move spaces to CopyProblem
    call "CBL_CHECK_FILE_EXIST" using StandbyFileName, StandbyFileDetails
    if return-code not equal to zero
        move "file is missing on the standby" to CopyProblem
    else
        call "ChecksumDataFile" using StandbyFileName, StandbyOrganisation,
            CopyRecordCount, CopyChecksum, CopyStatus
        evaluate true
            when CopyStatus not equal to "00"
                string "file cannot be read (status " CopyStatus ")"
                    delimited by size into CopyProblem
            when CopyRecordCount not equal to StandbyRecordCount
                move StandbyRecordCount to ExpectedDisplay
                move CopyRecordCount to FoundDisplay
                string "records " function trim(FoundDisplay) " expected "
                    function trim(ExpectedDisplay) delimited by size
                    into CopyProblem
            when CopyChecksum not equal to StandbyChecksum
                move "checksum differs - contents changed" to CopyProblem
        end-evaluate
    end-if

    if CopyProblem equal to spaces
        string "[ OK ] " StandbyFileName " " StandbyRecordCount " record(s)"
            delimited by size into ReportLineText
        perform EmitLine
    else
        move StandbyFileName to FailingFileName
        perform RecordFailure
    end-if
    .

RecordFailure section.
    add 1 to StandbyFilesFailed
    if StandbyFilesFailed not > 50
        move FailingFileName to StandbyFailedFile(StandbyFilesFailed)
        move CopyProblem to StandbyFailedReason(StandbyFilesFailed)
    end-if
    string "[FAIL] " FailingFileName " " CopyProblem
        delimited by size into ReportLineText
    perform EmitLine
    .

EmitSummary section.
    perform EmitLine
    string "Files checked: " StandbyFilesChecked "  failed: "
        StandbyFilesFailed delimited by size into ReportLineText
    perform EmitLine
    if StandbyFilesFailed equal to zero
        move "STANDBY COPY VERIFIED - it matches the manifest"
            to ReportLineText
    else
        move "** STANDBY COPY DOES NOT MATCH - replicate again before relying on it **"
            to ReportLineText
    end-if
    display function trim(ReportLineText)
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    .

end program VerifyStandbyCopy.
