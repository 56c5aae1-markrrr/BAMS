identification division.
program-id. GetRiskRegisterReport is initial.

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
    01 ScoreBefore pic 99 value zero.
    01 ScoreAfter pic 99 value zero.
    01 HighResidualScore pic 99 value 15.
    01 RiskFlag pic x(28) value spaces.
    01 RisksListed pic 9(4) value zero.
    01 RisksFlagged pic 9(4) value zero.
    copy ReportWriterRequest.

procedure division.
    move function current-date(1:8) to TodaysDate
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "RISK ASSESSMENT REGISTER" to ReportTitle
    move "spool-risks.txt" to ReportSpoolName
    move RiskFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    move "Ratings are likelihood x severity (1-5 each); 15 or more is high."
        to ReportLineText
    perform EmitLine
    perform EmitLine

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
            perform PrintRisk
            read RisksFile next record
                at end set EndOfRisksFile to true
            end-read
        end-perform
    close RisksFile

    if RisksListed equal to zero
        move "(no risks on the register)" to ReportLineText
        perform EmitLine
    end-if
    string "Risks: " RisksListed "  needing attention: " RisksFlagged
        delimited by size into ReportLineText
    perform EmitLine
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

PrintRisk section.
    add 1 to RisksListed
    compute ScoreBefore = RiskLikelihoodBefore of RiskRecord
        * RiskSeverityBefore of RiskRecord
    compute ScoreAfter = RiskLikelihoodAfter of RiskRecord
        * RiskSeverityAfter of RiskRecord
    move spaces to RiskFlag
    if ScoreAfter >= HighResidualScore
        if RiskIsUnowned of RiskRecord
            move "** HIGH - NO OWNER **" to RiskFlag
            add 1 to RisksFlagged
        else
            if RiskReviewDue of RiskRecord < TodaysDate
                move "** HIGH - REVIEW OVERDUE **" to RiskFlag
                add 1 to RisksFlagged
            else
                move "HIGH RESIDUAL" to RiskFlag
            end-if
        end-if
    else
        if RiskReviewDue of RiskRecord < TodaysDate
            move "review overdue" to RiskFlag
            add 1 to RisksFlagged
        end-if
    end-if

    string RiskID of RiskRecord "  " RiskHazard of RiskRecord "  "
        RiskFlag
        delimited by size into ReportLineText
    perform EmitLine
    string "        Where:      " RiskLocation of RiskRecord
        delimited by size into ReportLineText
    perform EmitLine
    string "        At risk:    " RiskPeopleAtRisk of RiskRecord
        delimited by size into ReportLineText
    perform EmitLine
    string "        Controls:   " RiskControls of RiskRecord(1:80)
        delimited by size into ReportLineText
    perform EmitLine
    if RiskControls of RiskRecord(81:20) not equal to spaces
        string "                    " RiskControls of RiskRecord(81:20)
            delimited by size into ReportLineText
        perform EmitLine
    end-if
    string "        Rating:     " RiskLikelihoodBefore of RiskRecord "x"
        RiskSeverityBefore of RiskRecord "=" ScoreBefore " before, "
        RiskLikelihoodAfter of RiskRecord "x" RiskSeverityAfter of RiskRecord
        "=" ScoreAfter " after controls"
        delimited by size into ReportLineText
    perform EmitLine
    string "        Owner: " RiskOwner of RiskRecord "  review due "
        RiskReviewDue of RiskRecord "  last reviewed "
        RiskLastReviewed of RiskRecord " by " RiskLastReviewedBy of RiskRecord
        delimited by size into ReportLineText
    perform EmitLine
    if not RiskNotLinkedToRounds of RiskRecord
        string "        Controls checked on safety rounds at checkpoint "
            RiskCheckpointID of RiskRecord
            delimited by size into ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetRiskRegisterReport.
