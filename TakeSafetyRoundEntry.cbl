            record key is CheckpointID
            file status is CheckpointStatus.

        select optional RisksFile assign to RiskFileName
            organization is indexed
            access mode is dynamic
            record key is RiskID
            file status is RiskStatus.

        select optional RoundsLogFile assign to RoundsLogFileName
            organization is line sequential
            file status is RoundsLogStatus.
            ==CheckpointRecord.
            88 EndOfCheckpointsFile value high-values==.

    fd RisksFile.
        copy RiskAssessment replacing RiskAssessment by
            ==RiskRecord.
            88 EndOfRisksFile value high-values==.

    fd RoundsLogFile.
        copy SafetyRoundEntry.

        88 Successful    value "00".
        88 RecordExists  value "22".
    01 RoundsLogStatus pic x(2).
    01 RiskStatus pic x(2).
    01 LocationFlag pic 9 value zero.
        88 LocationIsKnown value 1.
    01 RiskFileName pic x(20) value "risk-register.dat".

    01 CheckpointFileName pic x(24) value "safety-checkpoints.dat".
    01 RoundsLogFileName pic x(20) value "safety-rounds.log".
    accept CheckpointID of CheckpointRecord from console
    move function upper-case(CheckpointID of CheckpointRecord)
        to CheckpointID of CheckpointRecord
    display "Location code: " with no advancing
    accept CheckpointLocation of CheckpointRecord from console
    call "ResolveSiteLocation" using
        by reference CheckpointLocation of CheckpointRecord, LocationFlag
    if not LocationIsKnown
        display "Location is not on the location master - nothing saved"
        exit section
    end-if
    display "What to check: " with no advancing
    accept CheckpointWhatToCheck of CheckpointRecord from console
    display "Frequency (D=daily T=twice daily W=weekly): "
    display CheckpointID of CheckpointRecord " "
        function trim(CheckpointLocation of CheckpointRecord) " - "
        function trim(CheckpointWhatToCheck of CheckpointRecord)
    perform ShowRiskControls
    display "  All in order (Y/N)? " with no advancing
    accept ResultEntry from console
    if PointIsOk
    end-if
    .

ShowRiskControls section.
    *> Controls the risk register relies on are confirmed at this point
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
            if RiskCheckpointID of RiskRecord equal to
                CheckpointID of CheckpointRecord
                display "  Risk " RiskID of RiskRecord " "
                    function trim(RiskHazard of RiskRecord)
                    " - check controls in place:"
                display "    " function trim(RiskControls of RiskRecord)
            end-if
            read RisksFile next record
                at end set EndOfRisksFile to true
            end-read
        end-perform
    close RisksFile
    .

WriteRoundLine section.
    move CheckpointID of CheckpointRecord to RoundCheckpointID
    move function current-date(1:15) to RoundTimestamp
    move spaces to CaseAuthCode of DefectCase
    move DefectSeverity to CaseSeverity of DefectCase
    set CaseIsSite of DefectCase to true
    move CheckpointLocation of CheckpointRecord to CaseLocation of DefectCase
    move spaces to CaseNote of DefectCase
    string "DEFECT at " CheckpointID of CheckpointRecord " "
        function trim(CheckpointLocation of CheckpointRecord)
