01 NightlyExtractRequest.
    05 ExtractAction pic x(4).
        88 ExtractActionOpen   value "OPEN".
        88 ExtractActionNext   value "NEXT".
        88 ExtractActionClose  value "CLOS".
        88 ExtractActionStatus value "STAT".
    05 ExtractFileName pic x(20).
    05 ExtractResult pic 9.
        88 ExtractRecordReturned value 0.
        88 ExtractAtEnd          value 1.
        88 ExtractTotalsWrong    value 2.
        88 ExtractNotAvailable   value 3.
