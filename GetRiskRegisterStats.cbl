identification division.
program-id. GetRiskRegisterStats is initial.

environment division.
input-output section.
    file-control.
        select optional RisksFile assign to RiskFileName
            organization is indexed
            access mode is dynamic
            record key is RiskID
            file status is RiskStatus.

data division.
file section.
    fd RisksFile.
        copy RiskAssessment replacing RiskAssessment by
            ==RiskRecord.
            88 EndOfRisksFile value high-values==.

working-storage section.
    01 RiskStatus pic x(2).
    01 RiskFileName pic x(20) value "risk-register.dat".
    01 TodaysDate pic x(8) value spaces.
    01 ResidualScore pic 99 value zero.
    01 HighResidualScore pic 99 value 15.

linkage section.
    01 RisksHeld pic 9(4).
    01 HighResidualRisks pic 9(4).
    01 HighRisksUnowned pic 9(4).
    01 HighRisksOverdue pic 9(4).
    01 ReviewsOverdue pic 9(4).

procedure division using RisksHeld, HighResidualRisks, HighRisksUnowned,
    HighRisksOverdue, ReviewsOverdue.
    move zero to RisksHeld, HighResidualRisks, HighRisksUnowned,
        HighRisksOverdue, ReviewsOverdue
    move function current-date(1:8) to TodaysDate

    move low-values to RiskID of RiskRecord
    start RisksFile key is greater than RiskID of RiskRecord
        invalid key set EndOfRisksFile to true
    end-start
    open input RisksFile
        if not EndOfRisksFile
            read RisksFile next record
                at end set EndOfRisksFile to true
            end-read
        end-if
        perform until EndOfRisksFile
            perform TallyRisk
            read RisksFile next record
                at end set EndOfRisksFile to true
            end-read
        end-perform
    close RisksFile
    goback
    .

TallyRisk section.
    add 1 to RisksHeld
    if RiskReviewDue of RiskRecord < TodaysDate
        add 1 to ReviewsOverdue
    end-if
    compute ResidualScore = RiskLikelihoodAfter of RiskRecord
        * RiskSeverityAfter of RiskRecord
    if ResidualScore < HighResidualScore
        exit section
    end-if
    add 1 to HighResidualRisks
    if RiskIsUnowned of RiskRecord
        add 1 to HighRisksUnowned
    end-if
    if RiskReviewDue of RiskRecord < TodaysDate
        add 1 to HighRisksOverdue
    end-if
    .

end program GetRiskRegisterStats.
