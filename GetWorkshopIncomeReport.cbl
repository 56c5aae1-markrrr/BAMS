identification division.
program-id. GetWorkshopIncomeReport is initial.

environment division.
input-output section.
    file-control.
        select optional WorkshopsFile assign to WorkshopFileName
            organization is indexed
            access mode is dynamic
            record key is SessionID
            file status is WorkshopStatus.

        select optional WorkshopFeesFile assign to WorkshopFeeFileName
            organization is indexed
            access mode is dynamic
            record key is WorkshopFeeSessionID
            file status is WorkshopFeeStatus.

        select optional WorkshopChargeLogFile assign to WorkshopChargeFileName
            organization is line sequential
            file status is WorkshopChargeStatus.

        select optional FacilitatorsFile assign to FacilitatorFileName
            organization is indexed
            access mode is dynamic
            record key is FacilitatorSessionID
            file status is FacilitatorStatus.

        select optional ClaimsFile assign to ClaimFileName
            organization is indexed
            access mode is dynamic
            record key is ClaimID
            file status is ClaimStatus.

data division.
file section.
    fd WorkshopsFile.
        copy WorkshopSession replacing WorkshopSession by
            ==WorkshopRecord.
            88 EndOfWorkshopsFile value high-values==.

    fd WorkshopFeesFile.
        copy WorkshopFee replacing WorkshopFee by
            ==WorkshopFeeRecord.
            88 EndOfWorkshopFeesFile value high-values==.

    fd WorkshopChargeLogFile.
        copy WorkshopChargeEntry.

    fd FacilitatorsFile.
        copy Facilitator replacing Facilitator by
            ==FacilitatorRecord.
            88 EndOfFacilitatorsFile value high-values==.

    fd ClaimsFile.
        copy ExpenseClaim replacing ExpenseClaim by
            ==ClaimRecord.
            88 EndOfClaimsFile value high-values==.

working-storage section.
    01 WorkshopStatus pic x(2).
    01 WorkshopFeeStatus pic x(2).
    01 WorkshopChargeStatus pic x(2).
        88 WorkshopChargeOk  values "00", "05".
        88 WorkshopChargeEof value "10".
    01 FacilitatorStatus pic x(2).
    01 ClaimStatus pic x(2).

    01 WorkshopFeeFileName pic x(20) value "workshop-fees.dat".
    01 WorkshopChargeFileName pic x(24) value "workshop-charges.dat".
    01 FacilitatorFileName pic x(24) value "facilitators.dat".
    01 ClaimFileName pic x(20) value "expense-claims.dat".

    01 SessionFee pic 9(3)v99 value zero.
    01 SessionIncome pic s9(6)v99 value zero.
    01 SessionPlacesCharged pic s999 value zero.
    01 SessionClaims pic 9(6)v99 value zero.
    01 SessionMargin pic s9(6)v99 value zero.
    01 FacilitatorFoundFlag pic 9 value zero.
        88 SessionHasFacilitator value 1.
    01 FacilitatorKeyName pic x(30) value spaces.
    01 FacilitatorKeyAuthCode pic x(6) value spaces.

    01 SessionsListed pic 999 value zero.
    01 TotalIncome pic s9(7)v99 value zero.
    01 TotalClaims pic 9(7)v99 value zero.
    01 TotalMargin pic s9(7)v99 value zero.
    01 FeeDisplay pic zz9.99 value zero.
    01 PlacesDisplay pic zz9 value zero.
    01 AmountDisplay pic -(5)9.99 value zero.
    01 ClaimsDisplay pic z(5)9.99 value zero.
    01 MarginDisplay pic -(5)9.99 value zero.
    01 TotalDisplay pic -(6)9.99 value zero.
    copy ReportWriterRequest.

linkage section.
    01 WorkshopFileName pic x(20) value "workshops.dat".

procedure division using WorkshopFileName.
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "WORKSHOP MATERIALS INCOME BY SESSION" to ReportTitle
    move "spool-wsincome.txt" to ReportSpoolName
    move WorkshopChargeFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    move "Session Title                          Fee  Paid for    Income    Claims    Margin"
        to ReportLineText
    perform EmitLine

    move low-values to SessionID of WorkshopRecord
    start WorkshopsFile key is greater than SessionID of WorkshopRecord
        invalid key set EndOfWorkshopsFile to true
    end-start
    open input WorkshopsFile
        if not EndOfWorkshopsFile
            read WorkshopsFile next record
                at end set EndOfWorkshopsFile to true
            end-read
        end-if
        perform until EndOfWorkshopsFile
            perform ReportSessionIncome
            read WorkshopsFile next record
                at end set EndOfWorkshopsFile to true
            end-read
        end-perform
    close WorkshopsFile

    if SessionsListed equal to zero
        move "(no chargeable sessions)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    move TotalIncome to TotalDisplay
    string "Materials income:  $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move TotalClaims to TotalDisplay
    string "Facilitator claims: $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move TotalMargin to TotalDisplay
    string "Net:               $" TotalDisplay
        delimited by size into ReportLineText
    perform EmitLine
    move "Claims are approved or paid claims made by the session's facilitator;"
        to ReportLineText
    perform EmitLine
    move "a facilitator running several sessions shows them against each one."
        to ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

ReportSessionIncome section.
    move zero to SessionFee
    open input WorkshopFeesFile
        move SessionID of WorkshopRecord
            to WorkshopFeeSessionID of WorkshopFeeRecord
        read WorkshopFeesFile
            invalid key continue
            not invalid key
                move WorkshopFeeAmount of WorkshopFeeRecord to SessionFee
        end-read
    close WorkshopFeesFile

    perform SumSessionCharges
    if SessionFee equal to zero and SessionIncome equal to zero
        exit section
    end-if

    perform FindSessionFacilitator
    move zero to SessionClaims
    if SessionHasFacilitator
        perform SumFacilitatorClaims
    end-if
    compute SessionMargin = SessionIncome - SessionClaims

    add 1 to SessionsListed
    add SessionIncome to TotalIncome
    add SessionClaims to TotalClaims
    add SessionMargin to TotalMargin

    move SessionFee to FeeDisplay
    move SessionPlacesCharged to PlacesDisplay
    move SessionIncome to AmountDisplay
    move SessionClaims to ClaimsDisplay
    move SessionMargin to MarginDisplay
    string SessionID of WorkshopRecord "  "
        SessionTitle of WorkshopRecord " " FeeDisplay "  " PlacesDisplay
        "      " AmountDisplay " " ClaimsDisplay " " MarginDisplay
        delimited by size into ReportLineText
    perform EmitLine
    .

SumSessionCharges section.
    move zero to SessionIncome
    move zero to SessionPlacesCharged
    open input WorkshopChargeLogFile
        read WorkshopChargeLogFile
            at end set WorkshopChargeEof to true
        end-read
        perform until WorkshopChargeEof
            if WorkshopChargeSessionID equal to SessionID of WorkshopRecord
                if WorkshopFeeCharged
                    add WorkshopChargeAmount to SessionIncome
                    add 1 to SessionPlacesCharged
                else
                    subtract WorkshopChargeAmount from SessionIncome
                    subtract 1 from SessionPlacesCharged
                end-if
            end-if
            read WorkshopChargeLogFile
                at end set WorkshopChargeEof to true
            end-read
        end-perform
    close WorkshopChargeLogFile
    .

FindSessionFacilitator section.
    move zero to FacilitatorFoundFlag
    open input FacilitatorsFile
        move SessionID of WorkshopRecord
            to FacilitatorSessionID of FacilitatorRecord
        read FacilitatorsFile
            invalid key continue
            not invalid key
                set SessionHasFacilitator to true
                move FacilitatorName of FacilitatorRecord
                    to FacilitatorKeyName
                move FacilitatorAuthCode of FacilitatorRecord
                    to FacilitatorKeyAuthCode
        end-read
    close FacilitatorsFile
    .

SumFacilitatorClaims section.
    move low-values to ClaimID of ClaimRecord
    start ClaimsFile key is greater than ClaimID of ClaimRecord
        invalid key set EndOfClaimsFile to true
    end-start
    open input ClaimsFile
        if not EndOfClaimsFile
            read ClaimsFile next record
                at end set EndOfClaimsFile to true
            end-read
        end-if
        perform until EndOfClaimsFile
            if (ClaimApproved of ClaimRecord or ClaimPaid of ClaimRecord)
                and ((FacilitatorKeyAuthCode not equal to spaces
                    and ClaimantAuthCode of ClaimRecord
                        equal to FacilitatorKeyAuthCode)
                or function upper-case(ClaimantName of ClaimRecord)
                    equal to function upper-case(FacilitatorKeyName))
                add ClaimAmount of ClaimRecord to SessionClaims
            end-if
            read ClaimsFile next record
                at end set EndOfClaimsFile to true
            end-read
        end-perform
    close ClaimsFile
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetWorkshopIncomeReport.
