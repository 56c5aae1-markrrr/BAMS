            record key is WaitingListAuthCode of NewWaitingListRecord
            file status is NewFileStatus.

        select optional OldIncidentCasesFile assign to IncidentCaseFileName
            organization is indexed
            access mode is dynamic
            record key is OldCaseID
            file status is OldFileStatus.

        select optional NewIncidentCasesFile assign to ConvertScratchName
            organization is indexed
            access mode is dynamic
            record key is CaseID of NewIncidentCaseRecord
            file status is NewFileStatus.

        select optional OldAccessibilityFile assign to AccessibilityFileName
            organization is indexed
            access mode is dynamic
            record key is OldAccessAuthCode
            file status is OldFileStatus.

        select optional NewAccessibilityFile assign to ConvertScratchName
            organization is indexed
            access mode is dynamic
            record key is AccessAuthCode of NewAccessibilityRecord
            file status is NewFileStatus.

        select optional RemapPitchesFile assign to PitchFileName
            organization is indexed
            access mode is dynamic
            record key is PitchNumber of RemapPitchRecord
            file status is RemapStatus.

        select optional RemapWorkshopsFile assign to WorkshopFileName
            organization is indexed
            access mode is dynamic
            record key is SessionID of RemapWorkshopRecord
            file status is RemapStatus.

        select optional RemapLostPropertyFile assign to LostPropertyFileName
            organization is indexed
            access mode is dynamic
            record key is LostItemID of RemapLostPropertyRecord
            file status is RemapStatus.

        select optional RemapKitFile assign to KitRegisterFileName
            organization is indexed
            access mode is dynamic
            record key is KitItemCode of RemapKitRecord
            file status is RemapStatus.

        select optional RemapAssetsFile assign to AssetFileName
            organization is indexed
            access mode is dynamic
            record key is AssetID of RemapAssetRecord
            file status is RemapStatus.

        select optional RemapCheckpointsFile assign to CheckpointFileName
            organization is indexed
            access mode is dynamic
            record key is CheckpointID of RemapCheckpointRecord
            file status is RemapStatus.

        select optional SnapshotLogFile assign to SnapshotFileName
            organization is line sequential
            file status is SnapshotStatus.
        copy WaitingListEntry replacing WaitingListEntry by
            ==NewWaitingListRecord==.

    fd OldIncidentCasesFile.
        01 OldIncidentCaseRecord.
            05 OldCaseID            pic x(6).
            05 OldCaseAuthCode      pic x(6).
            05 OldCaseOpenedStamp   pic x(15).
            05 OldCaseOpenedBy      pic x(3).
            05 OldCaseSeverity      pic x.
            05 OldCaseCategory      pic x(12).
            05 OldCaseState         pic x.
            05 OldCaseNote          pic x(100).
            05 OldCaseFollowUpOwner pic x(3).
            05 OldCaseClosedStamp   pic x(15).
            05 OldCaseClosedBy      pic x(3).
            05 OldCaseClosingNote   pic x(100).

    fd NewIncidentCasesFile.
        copy IncidentCase replacing IncidentCase by
            ==NewIncidentCaseRecord==.

    fd OldAccessibilityFile.
        01 OldAccessibilityRecord.
            05 OldAccessAuthCode      pic x(6).
            05 OldAccessFlags         pic x(4).
            05 OldAccessDetail        pic x(60).
            05 OldAccessCarerAuthCode pic x(6).

    fd NewAccessibilityFile.
        copy AccessibilityNeed replacing AccessibilityNeed by
            ==NewAccessibilityRecord==.

    fd RemapPitchesFile.
        copy PitchRecord replacing PitchRecord by
            ==RemapPitchRecord.
            88 EndOfRemapPitches value high-values==.

    fd RemapWorkshopsFile.
        copy WorkshopSession replacing WorkshopSession by
            ==RemapWorkshopRecord.
            88 EndOfRemapWorkshops value high-values==.

    fd RemapLostPropertyFile.
        copy LostPropertyItem replacing LostPropertyItem by
            ==RemapLostPropertyRecord.
            88 EndOfRemapLostProperty value high-values==.

    fd RemapKitFile.
        copy KitItem replacing KitItem by
            ==RemapKitRecord.
            88 EndOfRemapKit value high-values==.

    fd RemapAssetsFile.
        copy LoanAsset replacing LoanAsset by
            ==RemapAssetRecord.
            88 EndOfRemapAssets value high-values==.

    fd RemapCheckpointsFile.
        copy SafetyCheckpoint replacing SafetyCheckpoint by
            ==RemapCheckpointRecord.
            88 EndOfRemapCheckpoints value high-values==.

    fd SnapshotLogFile
        record contains 120 characters.
        01 SnapshotLogLine pic x(120).
    01 SnapshotStatus pic x(2).
        88 SnapshotPresent value "00".
        88 SnapshotEof value "10".
    01 RemapStatus pic x(2).
    01 BackupManifestStatus pic x(2).
        88 BackupManifestOk  values "00", "05".
        88 BackupManifestEof value "10".
    01 PlanFileName pic x(20) value "payment-plans.dat".
    01 LostPropertyFileName pic x(20) value "lostproperty.dat".
    01 WaitingListFileName pic x(20) value "waitinglist.dat".
    01 IncidentCaseFileName pic x(24) value "incident-cases.dat".
    01 AccessibilityFileName pic x(20) value "accessibility.dat".
    01 PitchFileName pic x(20) value "pitches.dat".
    01 WorkshopFileName pic x(20) value "workshops.dat".
    01 KitRegisterFileName pic x(20) value "kit-register.dat".
    01 AssetFileName pic x(20) value "asset-register.dat".
    01 CheckpointFileName pic x(24) value "safety-checkpoints.dat".
    01 SnapshotFileName pic x(24) value "eod-snapshot.log".
    01 SnapshotScratchName pic x(24) value "eod-snapshot.tmp".
    01 BackupManifestFileName pic x(24) value "attendees-backups.log".
        88 AtEndOfOldLostProp value 1.
    01 OldWaitingEof pic 9 value zero.
        88 AtEndOfOldWaiting value 1.
    01 OldIncidentEof pic 9 value zero.
        88 AtEndOfOldIncidents value 1.
    01 OldAccessEof pic 9 value zero.
        88 AtEndOfOldAccess value 1.

    01 RemapText pic x(20) value spaces.
    01 RemapWas pic x(20) value spaces.
    01 RemapFlag pic 9 value zero.
        88 RemapLocationKnown value 1.
    01 RemapWhere pic x(30) value spaces.
    01 LocationsRemapped pic 9(4) value zero.
    01 LocationsUnmapped pic 9(4) value zero.

    01 OldSnapshotView.
        05 OsvDate          pic x(8).
    perform ConvertPaymentPlansFile
    perform ConvertLostPropertyFile
    perform ConvertWaitingListFile
    perform ConvertIncidentCasesFile
    perform ConvertAccessibilityFile
    perform ConvertSnapshotLog
    perform RemapSiteLocations

    display " "
    display "Files converted: " FilesConverted
    end-if
    .

ConvertIncidentCasesFile section.
    move zero to RecordsConverted
    move 0 to OldIncidentEof
    open input OldIncidentCasesFile
    evaluate true
        when OldLayoutMismatch
            close OldIncidentCasesFile
            display "incident-cases.dat: already in the current layout"
        when not OldLayoutPresent
            close OldIncidentCasesFile
        when other
            open output NewIncidentCasesFile
            move low-values to OldCaseID
            start OldIncidentCasesFile key is greater than OldCaseID
                invalid key set AtEndOfOldIncidents to true
            end-start
            if not AtEndOfOldIncidents
                read OldIncidentCasesFile next record
                    at end set AtEndOfOldIncidents to true
                end-read
            end-if
            perform until AtEndOfOldIncidents
                initialize NewIncidentCaseRecord
                move OldCaseID to CaseID of NewIncidentCaseRecord
                move OldCaseAuthCode to CaseAuthCode of NewIncidentCaseRecord
                move OldCaseOpenedStamp
                    to CaseOpenedStamp of NewIncidentCaseRecord
                move OldCaseOpenedBy to CaseOpenedBy of NewIncidentCaseRecord
                move OldCaseSeverity to CaseSeverity of NewIncidentCaseRecord
                move OldCaseCategory to CaseCategory of NewIncidentCaseRecord
                move OldCaseState to CaseState of NewIncidentCaseRecord
                move OldCaseNote to CaseNote of NewIncidentCaseRecord
                move OldCaseFollowUpOwner
                    to CaseFollowUpOwner of NewIncidentCaseRecord
                move OldCaseClosedStamp
                    to CaseClosedStamp of NewIncidentCaseRecord
                move OldCaseClosedBy to CaseClosedBy of NewIncidentCaseRecord
                move OldCaseClosingNote
                    to CaseClosingNote of NewIncidentCaseRecord
                move spaces to CaseLocation of NewIncidentCaseRecord
                write NewIncidentCaseRecord
                add 1 to RecordsConverted
                read OldIncidentCasesFile next record
                    at end set AtEndOfOldIncidents to true
                end-read
            end-perform
            close NewIncidentCasesFile
            close OldIncidentCasesFile
            call "C$COPY" using ConvertScratchName, IncidentCaseFileName, 0
            call "CBL_DELETE_FILE" using ConvertScratchName
            display "incident-cases.dat: converted " RecordsConverted
                " case(s) - existing cases carry no location"
            add 1 to FilesConverted
    end-evaluate
    .

ConvertAccessibilityFile section.
    move zero to RecordsConverted
    move 0 to OldAccessEof
    open input OldAccessibilityFile
    evaluate true
        when OldLayoutMismatch
            close OldAccessibilityFile
            display "accessibility.dat: already in the current layout"
        when not OldLayoutPresent
            close OldAccessibilityFile
        when other
            open output NewAccessibilityFile
            move low-values to OldAccessAuthCode
            start OldAccessibilityFile key is greater than OldAccessAuthCode
                invalid key set AtEndOfOldAccess to true
            end-start
            if not AtEndOfOldAccess
                read OldAccessibilityFile next record
                    at end set AtEndOfOldAccess to true
                end-read
            end-if
            perform until AtEndOfOldAccess
                initialize NewAccessibilityRecord
                move OldAccessibilityRecord to NewAccessibilityRecord
                move "N" to AccessDutyExemptFlag of NewAccessibilityRecord
                write NewAccessibilityRecord
                add 1 to RecordsConverted
                read OldAccessibilityFile next record
                    at end set AtEndOfOldAccess to true
                end-read
            end-perform
            close NewAccessibilityFile
            close OldAccessibilityFile
            call "C$COPY" using ConvertScratchName, AccessibilityFileName, 0
            call "CBL_DELETE_FILE" using ConvertScratchName
            display "accessibility.dat: converted " RecordsConverted
                " record(s) - nobody is excused camp duty until re-entered"
            add 1 to FilesConverted
    end-evaluate
    .

RemapSiteLocations section.
    *> Free-text places become location codes wherever the master or
    *> location-map.dat recognises them; the rest are listed for mapping
    move zero to LocationsRemapped, LocationsUnmapped
    display " "
    display "Mapping free-text locations onto site location codes"

    move low-values to PitchNumber of RemapPitchRecord
    start RemapPitchesFile key is greater than PitchNumber of RemapPitchRecord
        invalid key set EndOfRemapPitches to true
    end-start
    open i-o RemapPitchesFile
        if not EndOfRemapPitches
            read RemapPitchesFile next record
                at end set EndOfRemapPitches to true
            end-read
        end-if
        perform until EndOfRemapPitches
            move PitchZone of RemapPitchRecord to RemapText
            string "pitch " PitchNumber of RemapPitchRecord
                delimited by size into RemapWhere
            perform RemapOneLocation
            if RemapText not equal to RemapWas
                move RemapText to PitchZone of RemapPitchRecord
                rewrite RemapPitchRecord
            end-if
            read RemapPitchesFile next record
                at end set EndOfRemapPitches to true
            end-read
        end-perform
    close RemapPitchesFile

    move low-values to SessionID of RemapWorkshopRecord
    start RemapWorkshopsFile key is greater than SessionID of RemapWorkshopRecord
        invalid key set EndOfRemapWorkshops to true
    end-start
    open i-o RemapWorkshopsFile
        if not EndOfRemapWorkshops
            read RemapWorkshopsFile next record
                at end set EndOfRemapWorkshops to true
            end-read
        end-if
        perform until EndOfRemapWorkshops
            move SessionSpace of RemapWorkshopRecord to RemapText
            string "session " SessionID of RemapWorkshopRecord
                delimited by size into RemapWhere
            perform RemapOneLocation
            if RemapText not equal to RemapWas
                move RemapText to SessionSpace of RemapWorkshopRecord
                rewrite RemapWorkshopRecord
            end-if
            read RemapWorkshopsFile next record
                at end set EndOfRemapWorkshops to true
            end-read
        end-perform
    close RemapWorkshopsFile

    move low-values to LostItemID of RemapLostPropertyRecord
    start RemapLostPropertyFile
        key is greater than LostItemID of RemapLostPropertyRecord
        invalid key set EndOfRemapLostProperty to true
    end-start
    open i-o RemapLostPropertyFile
        if not EndOfRemapLostProperty
            read RemapLostPropertyFile next record
                at end set EndOfRemapLostProperty to true
            end-read
        end-if
        perform until EndOfRemapLostProperty
            move LostItemWhereFound of RemapLostPropertyRecord to RemapText
            string "lost item " LostItemID of RemapLostPropertyRecord
                delimited by size into RemapWhere
            perform RemapOneLocation
            if RemapText not equal to RemapWas
                move RemapText to LostItemWhereFound of RemapLostPropertyRecord
                rewrite RemapLostPropertyRecord
            end-if
            read RemapLostPropertyFile next record
                at end set EndOfRemapLostProperty to true
            end-read
        end-perform
    close RemapLostPropertyFile

    move low-values to KitItemCode of RemapKitRecord
    start RemapKitFile key is greater than KitItemCode of RemapKitRecord
        invalid key set EndOfRemapKit to true
    end-start
    open i-o RemapKitFile
        if not EndOfRemapKit
            read RemapKitFile next record
                at end set EndOfRemapKit to true
            end-read
        end-if
        perform until EndOfRemapKit
            move KitHomeLocation of RemapKitRecord to RemapText
            string "kit " KitItemCode of RemapKitRecord
                delimited by size into RemapWhere
            perform RemapOneLocation
            if RemapText not equal to RemapWas
                move RemapText to KitHomeLocation of RemapKitRecord
                rewrite RemapKitRecord
            end-if
            read RemapKitFile next record
                at end set EndOfRemapKit to true
            end-read
        end-perform
    close RemapKitFile

    move low-values to AssetID of RemapAssetRecord
    start RemapAssetsFile key is greater than AssetID of RemapAssetRecord
        invalid key set EndOfRemapAssets to true
    end-start
    open i-o RemapAssetsFile
        if not EndOfRemapAssets
            read RemapAssetsFile next record
                at end set EndOfRemapAssets to true
            end-read
        end-if
        perform until EndOfRemapAssets
            move AssetHomeLocation of RemapAssetRecord to RemapText
            string "loan asset " AssetID of RemapAssetRecord
                delimited by size into RemapWhere
            perform RemapOneLocation
            if RemapText not equal to RemapWas
                move RemapText to AssetHomeLocation of RemapAssetRecord
                rewrite RemapAssetRecord
            end-if
            read RemapAssetsFile next record
                at end set EndOfRemapAssets to true
            end-read
        end-perform
    close RemapAssetsFile

    move low-values to CheckpointID of RemapCheckpointRecord
    start RemapCheckpointsFile
        key is greater than CheckpointID of RemapCheckpointRecord
        invalid key set EndOfRemapCheckpoints to true
    end-start
    open i-o RemapCheckpointsFile
        if not EndOfRemapCheckpoints
            read RemapCheckpointsFile next record
                at end set EndOfRemapCheckpoints to true
            end-read
        end-if
        perform until EndOfRemapCheckpoints
            move CheckpointLocation of RemapCheckpointRecord to RemapText
            string "checkpoint " CheckpointID of RemapCheckpointRecord
                delimited by size into RemapWhere
            perform RemapOneLocation
            if RemapText not equal to RemapWas
                move RemapText to CheckpointLocation of RemapCheckpointRecord
                rewrite RemapCheckpointRecord
            end-if
            read RemapCheckpointsFile next record
                at end set EndOfRemapCheckpoints to true
            end-read
        end-perform
    close RemapCheckpointsFile

    display "Locations mapped to a code: " LocationsRemapped
    display "Locations not recognised: " LocationsUnmapped
    if LocationsUnmapped > zero
        display "Add the unrecognised names to location-map.dat and rerun"
    end-if
    .

RemapOneLocation section.
    move RemapText to RemapWas
    if RemapText equal to spaces
        move spaces to RemapWhere
        exit section
    end-if
    call "ResolveSiteLocation" using by reference RemapText, RemapFlag
    if RemapLocationKnown
        if RemapText not equal to RemapWas
            add 1 to LocationsRemapped
        end-if
    else
        move RemapWas to RemapText
        add 1 to LocationsUnmapped
        display "  not recognised: " RemapWhere " '"
            function trim(RemapWas) "'"
    end-if
    move spaces to RemapWhere
    .

end program ConvertDataLayouts.
