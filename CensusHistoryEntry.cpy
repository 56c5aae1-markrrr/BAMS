01 CensusHistoryEntry.
    05 CensusHistoryTimestamp pic x(15).
    05 filler pic x value space.
    05 CensusHistoryFileName pic x(24).
    05 filler pic x value space.
    05 CensusHistoryState pic x.
        88 CensusHistoryNotPresent  value "M".
        88 CensusHistoryHealthy     value "H".
        88 CensusHistoryHasProblems value "P".
    05 filler pic x value space.
    05 CensusHistoryRecordCount pic 9(7).
    05 filler pic x value space.
    05 CensusHistorySizeKb pic 9(7).
    05 filler pic x value space.
    05 CensusHistoryOpenStatus pic x(2).
    05 filler pic x value space.
    05 CensusHistoryReadStatus pic x(2).
    05 filler pic x value space.
    05 CensusHistorySequenceErrors pic 9(5).
    05 filler pic x value space.
    05 CensusHistoryDuplicateKeys pic 9(5).
    05 filler pic x value space.
    05 CensusHistoryInvalidRecords pic 9(5).
