identification division.
program-id. ReplicateToStandby is initial.

environment division.
input-output section.
    file-control.
        select StandbyManifestFile assign to StandbyManifestFileName
            organization is line sequential
            file status is StandbyManifestStatus.

        select optional ReplicationLogFile assign to ReplicationLogFileName
            organization is line sequential
            file status is ReplicationLogStatus.

data division.
file section.
    fd StandbyManifestFile.
        copy StandbyManifestEntry.

    fd ReplicationLogFile.
        01 ReplicationLogLine.
            05 ReplicationTimestamp pic x(15).
            05 filler pic x value space.
            05 ReplicationFilesCopied pic 999.
            05 filler pic x value space.
            05 ReplicationFilesFailed pic 999.
            05 filler pic x value space.
            05 ReplicationRecordsCopied pic 9(9).
            05 filler pic x value space.
            05 ReplicationLocation pic x(60).

working-storage section.
    01 StandbyManifestStatus pic x(2).
    01 ReplicationLogStatus pic x(2).
        88 ReplicationLogOk values "00", "05".
    01 StandbyManifestFileName pic x(24) value "standby-manifest.dat".
    01 ReplicationLogFileName pic x(24) value "standby-replication.log".

    copy CensusFileTable.

    *> Files the system needs to run that are not data files in their
    *> own right - without them the standby cannot take over
    01 StandbyControlFileList.
        05 filler pic x(24) value "field-protection.ctl".
        05 filler pic x(24) value "event-start.ctl".
        05 filler pic x(24) value "nightly-run.ctl".
        05 filler pic x(24) value "app-feed.ctl".
        05 filler pic x(24) value "census-history.log".
        05 filler pic x(24) value "standby-replication.log".
    01 StandbyControlFiles redefines StandbyControlFileList.
        05 StandbyControlFileName pic x(24) occurs 6 times.
    01 ControlFileIdx pic 9 value zero.

    01 StandbyFileDetails.
        05 StandbyFileSizeBytes pic x(8) comp-x.
        05 filler pic x(8).

    01 ReplicateName pic x(24) value spaces.
    01 ReplicateOrganisation pic x value space.
    01 ReplicateStatus pic x(2) value spaces.
    01 StandbyTargetName pic x(90) value spaces.
    01 ReplicationStarted pic x(15) value spaces.
    01 FilesCopied pic 999 value zero.
    01 FilesFailed pic 999 value zero.
    01 RecordsCopied pic 9(9) value zero.
    01 CountDisplay pic z(6)9 value zero.
    copy StandbyManifestEntry replacing StandbyManifestEntry by
        ==ManifestWorkEntry==.
    copy ReportWriterRequest.

linkage section.
    01 StandbyLocation pic x(60).

procedure division using StandbyLocation.
    *> Every live file is counted and checksummed, then copied across;
    *> the manifest goes last so the standby can prove what it was sent
    move function current-date(1:15) to ReplicationStarted
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "STANDBY REPLICATION" to ReportTitle
    move "spool-standby.txt" to ReportSpoolName
    move StandbyManifestFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    string "Copying to " function trim(StandbyLocation)
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    move "File                     O Records  Checksum         Copy"
        to ReportLineText
    perform EmitLine

    open output StandbyManifestFile
    perform varying CensusFileIdx from 1 by 1
        until CensusFileIdx > NumberOfCensusFiles
        move CensusKnownFileName(CensusFileIdx) to ReplicateName
        move CensusFileOrganisation(CensusFileIdx) to ReplicateOrganisation
        perform ReplicateOneFile
    end-perform
    perform varying ControlFileIdx from 1 by 1 until ControlFileIdx > 6
        move StandbyControlFileName(ControlFileIdx) to ReplicateName
        move "S" to ReplicateOrganisation
        perform ReplicateOneFile
    end-perform
    close StandbyManifestFile

    move StandbyManifestFileName to ReplicateName
    perform BuildTargetName
    call "C$COPY" using StandbyManifestFileName, StandbyTargetName, 0
    if return-code not equal to zero
        add 1 to FilesFailed
        move "** manifest could not be copied - the standby cannot be verified **"
            to ReportLineText
        perform EmitLine
    end-if

    perform WriteReplicationLog
    perform EmitLine
    string "Files copied: " FilesCopied "  failed: " FilesFailed
        "  records: " RecordsCopied delimited by size into ReportLineText
    perform EmitLine
    if FilesFailed equal to zero
        move "Run STANDBYVERIFY on the standby to confirm the copy"
            to ReportLineText
    else
        move "** REPLICATION INCOMPLETE - the standby is not a full copy **"
            to ReportLineText
    end-if
    perform EmitLine
    display "Standby replication: " FilesCopied " file(s) copied, "
        FilesFailed " failed"
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

ReplicateOneFile section.
    call "CBL_CHECK_FILE_EXIST" using ReplicateName, StandbyFileDetails
    if return-code not equal to zero
        exit section
    end-if

    move spaces to ManifestWorkEntry
    move function current-date(1:15) to StandbyCopiedAt of ManifestWorkEntry
    move ReplicateName to StandbyFileName of ManifestWorkEntry
    move ReplicateOrganisation to StandbyOrganisation of ManifestWorkEntry
    call "ChecksumDataFile" using ReplicateName, ReplicateOrganisation,
        StandbyRecordCount of ManifestWorkEntry,
        StandbyChecksum of ManifestWorkEntry, ReplicateStatus

    move StandbyRecordCount of ManifestWorkEntry to CountDisplay
    string ReplicateName " " ReplicateOrganisation " " CountDisplay "  "
        StandbyChecksum of ManifestWorkEntry " " delimited by size
        into ReportLineText
    if ReplicateStatus not equal to "00"
        string "** file could not be read (status " ReplicateStatus
            ") - not copied **" delimited by size into ReportLineText(54:47)
        add 1 to FilesFailed
        write StandbyManifestEntry from ManifestWorkEntry
        perform EmitLine
        exit section
    end-if

    perform BuildTargetName
    call "C$COPY" using ReplicateName, StandbyTargetName, 0
    if return-code not equal to zero
        move "** COPY FAILED **" to ReportLineText(54:17)
        add 1 to FilesFailed
    else
        move "ok" to ReportLineText(54:2)
        add 1 to FilesCopied
        add StandbyRecordCount of ManifestWorkEntry to RecordsCopied
    end-if
    *> A file that failed to copy stays in the manifest so the standby
    *> reports it missing rather than passing without it
    write StandbyManifestEntry from ManifestWorkEntry
    perform EmitLine
    .

BuildTargetName section.
    move spaces to StandbyTargetName
    string function trim(StandbyLocation) "/" function trim(ReplicateName)
        delimited by size into StandbyTargetName
    .

WriteReplicationLog section.
    move spaces to ReplicationLogLine
    move ReplicationStarted to ReplicationTimestamp
    move FilesCopied to ReplicationFilesCopied
    move FilesFailed to ReplicationFilesFailed
    move RecordsCopied to ReplicationRecordsCopied
    move StandbyLocation to ReplicationLocation
    open extend ReplicationLogFile
        write ReplicationLogLine
    close ReplicationLogFile
    .

end program ReplicateToStandby.
