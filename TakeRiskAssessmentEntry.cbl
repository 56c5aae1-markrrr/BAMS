identification division.
program-id. TakeRiskAssessmentEntry is initial.

environment division.
input-output section.
    file-control.
        select optional RisksFile assign to RiskFileName
            organization is indexed
            access mode is dynamic
            record key is RiskID
            file status is RiskStatus.

        select optional CheckpointsFile assign to CheckpointFileName
            organization is indexed
            access mode is dynamic
            record key is CheckpointID
            file status is CheckpointStatus.

        select optional OperatorsFile assign to OperatorsFileName
            organization is indexed
            access mode is dynamic
            record key is OperatorCode
            file status is OperatorsStatus.

data division.
file section.
    fd RisksFile.
        copy RiskAssessment replacing RiskAssessment by
            ==RiskRecord.
            88 EndOfRisksFile value high-values==.

    fd CheckpointsFile.
        copy SafetyCheckpoint replacing SafetyCheckpoint by
            ==CheckpointRecord.
            88 EndOfCheckpointsFile value high-values==.

    fd OperatorsFile.
        copy OperatorRecord replacing OperatorRecord by
            ==OperatorFileRecord.
            88 EndOfOperatorsFile value high-values==.

working-storage section.
    01 RiskStatus pic x(2).
        88 RecordExists value "22".
    01 CheckpointStatus pic x(2).
    01 OperatorsStatus pic x(2).

    01 RiskFileName pic x(20) value "risk-register.dat".
    01 CheckpointFileName pic x(24) value "safety-checkpoints.dat".
    01 OperatorsFileName pic x(20) value "operators.dat".
    copy OperatorSession.

    01 ActionEntry pic x value space.
        88 AddingRisk    value "A", "a".
        88 ReviewingRisk value "V", "v".
        88 ListingRisks  value "L", "l".
    01 EntryIsValid pic 9 value zero.
        88 RiskEntryIsValid value 1.
    01 RiskFound pic 9 value zero.
        88 RiskWasFound value 1.
    01 ScoreBefore pic 99 value zero.
    01 ScoreAfter pic 99 value zero.
    01 RisksListed pic 9(4) value zero.

procedure division.
    call "GetCurrentOperator" using by reference OperatorSession
    display "Risk register - A=add/change, V=review, L=list: "
        with no advancing
    accept ActionEntry from console
    evaluate true
        when AddingRisk perform TakeRisk
        when ReviewingRisk perform ReviewRisk
        when ListingRisks perform ListRisks
        when other display "No action taken"
    end-evaluate
    goback
    .

TakeRisk section.
    initialize RiskRecord
    display "Risk ID (KIDS1, FIRE1...): " with no advancing
    accept RiskID of RiskRecord from console
    move function upper-case(RiskID of RiskRecord) to RiskID of RiskRecord
    if RiskID of RiskRecord equal to spaces
        display "No risk ID - nothing saved"
        exit section
    end-if
    display "Hazard: " with no advancing
    accept RiskHazard of RiskRecord from console
    display "Location or activity: " with no advancing
    accept RiskLocation of RiskRecord from console
    display "People at risk: " with no advancing
    accept RiskPeopleAtRisk of RiskRecord from console
    display "Controls in place: " with no advancing
    accept RiskControls of RiskRecord from console
    display "Before controls - likelihood (1-5): " with no advancing
    accept RiskLikelihoodBefore of RiskRecord from console
    display "Before controls - severity (1-5): " with no advancing
    accept RiskSeverityBefore of RiskRecord from console
    display "After controls - likelihood (1-5): " with no advancing
    accept RiskLikelihoodAfter of RiskRecord from console
    display "After controls - severity (1-5): " with no advancing
    accept RiskSeverityAfter of RiskRecord from console
    display "Owner operator code (blank if none yet): " with no advancing
    accept RiskOwner of RiskRecord from console
    move function upper-case(RiskOwner of RiskRecord) to RiskOwner of RiskRecord
    display "Review due (YYYYMMDD): " with no advancing
    accept RiskReviewDue of RiskRecord from console
    display "Safety checkpoint that checks the controls (blank if none): "
        with no advancing
    accept RiskCheckpointID of RiskRecord from console
    move function upper-case(RiskCheckpointID of RiskRecord)
        to RiskCheckpointID of RiskRecord
    move function current-date(1:8) to RiskLastReviewed of RiskRecord
    move SessionOperatorCode to RiskLastReviewedBy of RiskRecord

    perform ValidateRisk
    if not RiskEntryIsValid
        display "Nothing saved"
        exit section
    end-if

    open i-o RisksFile
        write RiskRecord
            invalid key
                if RecordExists
                    rewrite RiskRecord
                else
                    display "Error - status is " RiskStatus
                end-if
        end-write
    close RisksFile
    compute ScoreBefore = RiskLikelihoodBefore of RiskRecord
        * RiskSeverityBefore of RiskRecord
    compute ScoreAfter = RiskLikelihoodAfter of RiskRecord
        * RiskSeverityAfter of RiskRecord
    display "Saved risk " RiskID of RiskRecord " - rating " ScoreBefore
        " before controls, " ScoreAfter " after"
    .

ValidateRisk section.
    move zero to EntryIsValid
    if RiskLikelihoodBefore of RiskRecord not numeric
        or RiskSeverityBefore of RiskRecord not numeric
        or RiskLikelihoodAfter of RiskRecord not numeric
        or RiskSeverityAfter of RiskRecord not numeric
        or RiskLikelihoodBefore of RiskRecord < 1
        or RiskSeverityBefore of RiskRecord < 1
        or RiskLikelihoodAfter of RiskRecord < 1
        or RiskSeverityAfter of RiskRecord < 1
        or RiskLikelihoodBefore of RiskRecord > 5
        or RiskSeverityBefore of RiskRecord > 5
        or RiskLikelihoodAfter of RiskRecord > 5
        or RiskSeverityAfter of RiskRecord > 5
        display "Likelihood and severity are scored 1 to 5"
        exit section
    end-if
    if RiskReviewDue of RiskRecord not numeric
        display "Review date must be given as YYYYMMDD"
        exit section
    end-if
    if not RiskIsUnowned of RiskRecord
        open input OperatorsFile
        move RiskOwner of RiskRecord to OperatorCode of OperatorFileRecord
        read OperatorsFile
            invalid key
                display "Unknown operator code " RiskOwner of RiskRecord
                close OperatorsFile
                exit section
        end-read
        close OperatorsFile
    end-if
    if not RiskNotLinkedToRounds of RiskRecord
        open input CheckpointsFile
        move RiskCheckpointID of RiskRecord to CheckpointID of CheckpointRecord
        read CheckpointsFile
            invalid key
                display "No safety checkpoint " RiskCheckpointID of RiskRecord
                close CheckpointsFile
                exit section
        end-read
        close CheckpointsFile
    end-if
    set RiskEntryIsValid to true
    .

ReviewRisk section.
    *> A review confirms the controls still stand and sets the next due date
    move zero to RiskFound
    display "Risk ID: " with no advancing
    accept RiskID of RiskRecord from console
    move function upper-case(RiskID of RiskRecord) to RiskID of RiskRecord
    open i-o RisksFile
        read RisksFile
            invalid key
                display "No risk " RiskID of RiskRecord
            not invalid key
                set RiskWasFound to true
        end-read
        if RiskWasFound
            display function trim(RiskHazard of RiskRecord) " at "
                function trim(RiskLocation of RiskRecord)
            display "Controls: " function trim(RiskControls of RiskRecord)
            display "Next review due (YYYYMMDD): " with no advancing
            accept RiskReviewDue of RiskRecord from console
            if RiskReviewDue of RiskRecord is numeric
                move function current-date(1:8)
                    to RiskLastReviewed of RiskRecord
                move SessionOperatorCode to RiskLastReviewedBy of RiskRecord
                if RiskIsUnowned of RiskRecord
                    move SessionOperatorCode to RiskOwner of RiskRecord
                    display "You are now the owner of this risk"
                end-if
                rewrite RiskRecord
                display "Review recorded"
            else
                display "Review date must be given as YYYYMMDD - nothing saved"
            end-if
        end-if
    close RisksFile
    .

ListRisks section.
    display "ID     Hazard                                   Before After Owner Review"
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
            add 1 to RisksListed
            compute ScoreBefore = RiskLikelihoodBefore of RiskRecord
                * RiskSeverityBefore of RiskRecord
            compute ScoreAfter = RiskLikelihoodAfter of RiskRecord
                * RiskSeverityAfter of RiskRecord
            display RiskID of RiskRecord " " RiskHazard of RiskRecord " "
                ScoreBefore "     " ScoreAfter "    "
                RiskOwner of RiskRecord "   " RiskReviewDue of RiskRecord
            read RisksFile next record
                at end set EndOfRisksFile to true
            end-read
        end-perform
    close RisksFile
    if RisksListed equal to zero
        display "(no risks on the register)"
    end-if
    .

end program TakeRiskAssessmentEntry.
