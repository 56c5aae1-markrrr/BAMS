01 CensusRequest.
    05 CensusAction pic x(4).
        88 CensusActionOpen  value "OPEN".
        88 CensusActionNext  value "NEXT".
        88 CensusActionClose value "CLOS".
    05 CensusFileName pic x(24).
    05 CensusFileStatus pic x(2).
    05 CensusDispatch pic 9.
        88 CensusFileHandled    value 0.
        88 CensusFileNotHandled value 1.
    05 CensusRecordImage pic x(1000).
