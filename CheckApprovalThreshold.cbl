identification division.
program-id. CheckApprovalThreshold is initial.

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
        88 EventParamsOk      value "00".
        88 EventParamsEof     value "10".
        88 EventParamsMissing value "35".
    01 EventParamsFileName pic x(20) value "event-params.dat".
    01 ParamName  pic x(16) value spaces.
    01 ParamValue pic x(20) value spaces.
    01 ApprovalLimit pic 9(5)v99 value 100.

linkage section.
    01 AmountToCheck pic 9(5)v99.
    01 ApprovalNeeded pic 9.
        88 NeedsSecondApproval value 1.

procedure division using AmountToCheck, ApprovalNeeded.
    move 0 to ApprovalNeeded
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
            if function upper-case(ParamName) equal to "APPROVALLIMIT"
                compute ApprovalLimit = function numval(ParamValue)
            end-if
            read EventParamsFile
                at end set EventParamsEof to true
            end-read
        end-perform
        close EventParamsFile
    end-if

    if AmountToCheck > ApprovalLimit
        set NeedsSecondApproval to true
    end-if
    goback
    .

end program CheckApprovalThreshold.
