01 VatRateTable.
    05 VatRateValues.
        10 filler pic x value "S".
        10 filler pic 99v99 value 20.
        10 filler pic x value "Y".
        10 filler pic x value "R".
        10 filler pic 99v99 value 5.
        10 filler pic x value "Y".
        10 filler pic x value "Z".
        10 filler pic 99v99 value 0.
        10 filler pic x value "Y".
        10 filler pic x value "E".
        10 filler pic 99v99 value 0.
        10 filler pic x value "N".
        10 filler pic x value "O".
        10 filler pic 99v99 value 0.
        10 filler pic x value "N".
    05 VatRateEntry redefines VatRateValues occurs 5 times
        indexed by VatRateIdx.
        10 VatRateCode pic x.
        10 VatRatePercent pic 99v99.
        10 VatRateTaxable pic x.
            88 VatRateIsTaxable value "Y".
