identification division.
program-id. ArchiveIncidentCases is initial.

environment division.
input-output section.
    file-control.
        select optional IncidentCasesFile assign to IncidentCaseFileName
            organization is indexed
            access mode is dynamic
            record key is CaseID
            file status is IncidentCaseStatus.

        select IncidentArchiveFile assign to IncidentArchiveFileName
            organization is line sequential
            file status is IncidentArchiveStatus.

data division.
file section.
    fd IncidentCasesFile.
        copy IncidentCase replacing IncidentCase by
            ==IncidentCaseRecord.
            88 EndOfIncidentCasesFile value high-values==.

    fd IncidentArchiveFile.
        copy IncidentArchiveLine.

working-storage section.
    01 IncidentCaseStatus pic x(2).
    01 IncidentArchiveStatus pic x(2).
    01 IncidentCaseFileName pic x(24) value "incident-cases.dat".
    01 IncidentArchiveFileName pic x(24) value spaces.
    01 CasesArchived pic 9(4) value zero.

linkage section.
    01 ArchiveYear pic x(4).

procedure division using ArchiveYear.
    *> Only the counting fields are kept - case notes are not carried
    *> past the year they were written in
    string "incident-cases-" ArchiveYear ".dat"
        delimited by size into IncidentArchiveFileName

    move low-values to CaseID of IncidentCaseRecord
    start IncidentCasesFile key is greater than CaseID of IncidentCaseRecord
        invalid key set EndOfIncidentCasesFile to true
    end-start
    open input IncidentCasesFile
    open output IncidentArchiveFile
        if not EndOfIncidentCasesFile
            read IncidentCasesFile next record
                at end set EndOfIncidentCasesFile to true
            end-read
        end-if
        perform until EndOfIncidentCasesFile
            move CaseID of IncidentCaseRecord to ArchivedCaseID
            move CaseOpenedStamp of IncidentCaseRecord to ArchivedCaseOpened
            move CaseSeverity of IncidentCaseRecord to ArchivedCaseSeverity
            move CaseCategory of IncidentCaseRecord to ArchivedCaseCategory
            move CaseState of IncidentCaseRecord to ArchivedCaseState
            write IncidentArchiveLine
            add 1 to CasesArchived
            read IncidentCasesFile next record
                at end set EndOfIncidentCasesFile to true
            end-read
        end-perform
    close IncidentArchiveFile
    close IncidentCasesFile
    display "Archived " CasesArchived " incident cases to "
        function trim(IncidentArchiveFileName)
    goback
    .

end program ArchiveIncidentCases.
