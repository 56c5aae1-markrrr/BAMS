        into ArchiveFileName
    call "C$COPY" using AttendeeFileName, ArchiveFileName, 0
    display "Archived " function trim(AttendeeFileName) " to " function trim(ArchiveFileName)
    call "ArchiveAssetRegister" using ArchiveYear
    call "ArchiveIncidentCases" using ArchiveYear
    call "ArchiveTravelTotals" using ArchiveYear, AttendeeFileName
    goback
    .

