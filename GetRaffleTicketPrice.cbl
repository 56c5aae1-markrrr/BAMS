identification division.
program-id. GetRaffleTicketPrice is initial.

environment division.
input-output section.
    file-control.
        select optional EventParamsFile assign to EventParamsFileName
            organization is line sequential
            file status is EventParamsStatus.

data division.
file section.
    fd EventParamsFile
        record contains 40 characters.
        01 EventParamsLine pic x(40).

working-storage section.
    01 EventParamsStatus pic x(2).
        88 EventParamsEof     value "10".
        88 EventParamsMissing value "35".
    01 EventParamsFileName pic x(20) value "event-params.dat".
    01 ParamName  pic x(16) value spaces.
    01 ParamValue pic x(20) value spaces.

linkage section.
    01 RaffleTicketPrice pic 9(3)v99.

procedure division using RaffleTicketPrice.
    move 1.00 to RaffleTicketPrice
    open input EventParamsFile
    if EventParamsMissing
        close EventParamsFile
    else
        read EventParamsFile
            at end set EventParamsEof to true
        end-read
        perform until EventParamsEof
            move spaces to ParamName, ParamValue
            unstring EventParamsLine delimited by all " "
                into ParamName, ParamValue
            end-unstring
            if function upper-case(ParamName) equal to "RAFFLEPRICE"
                compute RaffleTicketPrice = function numval(ParamValue)
            end-if
            read EventParamsFile
                at end set EventParamsEof to true
            end-read
        end-perform
        close EventParamsFile
    end-if
    goback
    .

end program GetRaffleTicketPrice.
