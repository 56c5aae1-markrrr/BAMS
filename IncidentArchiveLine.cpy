01 IncidentArchiveLine.
    05 ArchivedCaseID       pic x(6).
    05 filler pic x value space.
    05 ArchivedCaseOpened   pic x(15).
    05 filler pic x value space.
    05 ArchivedCaseSeverity pic x.
    05 filler pic x value space.
    05 ArchivedCaseCategory pic x(12).
    05 filler pic x value space.
    05 ArchivedCaseState    pic x.
