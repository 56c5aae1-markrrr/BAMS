identification division.
program-id. GetLocationCrossReference is initial.

environment division.
input-output section.
    file-control.
        select optional LocationsFile assign to LocationFileName
            organization is indexed
            access mode is dynamic
            record key is LocationCode
            file status is LocationStatus.

        select optional PitchesFile assign to PitchFileName
            organization is indexed
            access mode is dynamic
            record key is PitchNumber
            file status is PitchStatus.

        select optional WorkshopsFile assign to WorkshopFileName
            organization is indexed
            access mode is dynamic
            record key is SessionID
            file status is WorkshopStatus.

        select optional LostPropertyFile assign to LostPropertyFileName
            organization is indexed
            access mode is dynamic
            record key is LostItemID
            file status is LostPropertyStatus.

        select optional KitRegisterFile assign to KitRegisterFileName
            organization is indexed
            access mode is dynamic
            record key is KitItemCode
            file status is KitRegisterStatus.

        select optional AssetsFile assign to AssetFileName
            organization is indexed
            access mode is dynamic
            record key is AssetID
            file status is AssetStatus2.

        select optional CheckpointsFile assign to CheckpointFileName
            organization is indexed
            access mode is dynamic
            record key is CheckpointID
            file status is CheckpointStatus.

        select optional IncidentCasesFile assign to IncidentCaseFileName
            organization is indexed
            access mode is dynamic
            record key is CaseID
            file status is IncidentCaseStatus.

data division.
file section.
    fd LocationsFile.
        copy SiteLocation replacing SiteLocation by
            ==LocationRecord.
            88 EndOfLocationsFile value high-values==.

    fd PitchesFile.
        copy PitchRecord replacing PitchRecord by
            ==PitchFileRecord.
            88 EndOfPitchesFile value high-values==.

    fd WorkshopsFile.
        copy WorkshopSession replacing WorkshopSession by
            ==WorkshopRecord.
            88 EndOfWorkshopsFile value high-values==.

    fd LostPropertyFile.
        copy LostPropertyItem replacing LostPropertyItem by
            ==LostPropertyRecord.
            88 EndOfLostPropertyFile value high-values==.

    fd KitRegisterFile.
        copy KitItem replacing KitItem by
            ==KitItemRecord.
            88 EndOfKitRegisterFile value high-values==.

    fd AssetsFile.
        copy LoanAsset replacing LoanAsset by
            ==AssetRecord.
            88 EndOfAssetsFile value high-values==.

    fd CheckpointsFile.
        copy SafetyCheckpoint replacing SafetyCheckpoint by
            ==CheckpointRecord.
            88 EndOfCheckpointsFile value high-values==.

    fd IncidentCasesFile.
        copy IncidentCase replacing IncidentCase by
            ==IncidentCaseRecord.
            88 EndOfIncidentCasesFile value high-values==.

working-storage section.
    01 LocationStatus pic x(2).
    01 PitchStatus pic x(2).
    01 WorkshopStatus pic x(2).
    01 LostPropertyStatus pic x(2).
    01 KitRegisterStatus pic x(2).
    01 AssetStatus2 pic x(2).
    01 CheckpointStatus pic x(2).
    01 IncidentCaseStatus pic x(2).

    01 LocationFileName pic x(20) value "site-locations.dat".
    01 PitchFileName pic x(20) value "pitches.dat".
    01 WorkshopFileName pic x(20) value "workshops.dat".
    01 LostPropertyFileName pic x(20) value "lostproperty.dat".
    01 KitRegisterFileName pic x(20) value "kit-register.dat".
    01 AssetFileName pic x(20) value "asset-register.dat".
    01 CheckpointFileName pic x(24) value "safety-checkpoints.dat".
    01 IncidentCaseFileName pic x(24) value "incident-cases.dat".

    01 LocationTable.
        05 NumberOfLocations pic 999 value zero.
        05 LocationEntry occurs 300 times indexed by LocationIdx.
            10 TableLocationCode pic x(8).
    01 CurrentLocation pic x(20) value spaces.
    01 ValueToCheck pic x(20) value spaces.
    01 KnownFlag pic 9 value zero.
        88 ValueIsKnownLocation value 1.

    01 PitchesHere pic 9(4) value zero.
    01 PitchCapacityHere pic 9(5) value zero.
    01 LostItemsHere pic 9(4) value zero.
    01 LostItemsUnclaimed pic 9(4) value zero.
    01 OpenCasesHere pic 9(4) value zero.
    01 ClosedCasesHere pic 9(4) value zero.
    01 UsesHere pic 9(4) value zero.
    01 UnknownValues pic 9(4) value zero.
    copy ReportWriterRequest.

procedure division.
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "SITE LOCATION CROSS-REFERENCE" to ReportTitle
    move "spool-locations.txt" to ReportSpoolName
    move LocationFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    move low-values to LocationCode of LocationRecord
    start LocationsFile key is greater than LocationCode of LocationRecord
        invalid key set EndOfLocationsFile to true
    end-start
    open input LocationsFile
        if not EndOfLocationsFile
            read LocationsFile next record
                at end set EndOfLocationsFile to true
            end-read
        end-if
        perform until EndOfLocationsFile
            perform ReportOneLocation
            read LocationsFile next record
                at end set EndOfLocationsFile to true
            end-read
        end-perform
    close LocationsFile
    if NumberOfLocations equal to zero
        move "(no site locations set up)" to ReportLineText
        perform EmitLine
    end-if

    perform ReportUnknownLocations
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

ReportOneLocation section.
    if NumberOfLocations < 300
        add 1 to NumberOfLocations
        set LocationIdx to NumberOfLocations
        move LocationCode of LocationRecord to TableLocationCode(LocationIdx)
    end-if
    move LocationCode of LocationRecord to CurrentLocation
    move zero to UsesHere
    string LocationCode of LocationRecord " " LocationDescription of LocationRecord
        " type " LocationType of LocationRecord " grid "
        LocationGridRef of LocationRecord
        delimited by size into ReportLineText
    perform EmitLine

    perform ListPitchesHere
    perform ListSessionsHere
    perform ListLostPropertyHere
    perform ListKitHere
    perform ListAssetsHere
    perform ListCheckpointsHere
    perform ListIncidentsHere
    if UsesHere equal to zero
        move "    (nothing recorded here)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    .

ListPitchesHere section.
    move zero to PitchesHere, PitchCapacityHere
    move low-values to PitchNumber of PitchFileRecord
    start PitchesFile key is greater than PitchNumber of PitchFileRecord
        invalid key set EndOfPitchesFile to true
    end-start
    open input PitchesFile
        if not EndOfPitchesFile
            read PitchesFile next record
                at end set EndOfPitchesFile to true
            end-read
        end-if
        perform until EndOfPitchesFile
            if PitchZone of PitchFileRecord equal to CurrentLocation
                add 1 to PitchesHere
                add PitchCapacity of PitchFileRecord to PitchCapacityHere
            end-if
            read PitchesFile next record
                at end set EndOfPitchesFile to true
            end-read
        end-perform
    close PitchesFile
    if PitchesHere > zero
        add PitchesHere to UsesHere
        string "    Pitched:   " PitchesHere " pitch(es), capacity "
            PitchCapacityHere
            delimited by size into ReportLineText
        perform EmitLine
    end-if
    .

ListSessionsHere section.
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
            if SessionSpace of WorkshopRecord equal to CurrentLocation
                add 1 to UsesHere
                string "    Scheduled: " SessionDay of WorkshopRecord " "
                    SessionTimeSlot of WorkshopRecord " "
                    SessionTitle of WorkshopRecord
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read WorkshopsFile next record
                at end set EndOfWorkshopsFile to true
            end-read
        end-perform
    close WorkshopsFile
    .

ListLostPropertyHere section.
    move zero to LostItemsHere, LostItemsUnclaimed
    move low-values to LostItemID of LostPropertyRecord
    start LostPropertyFile key is greater than LostItemID of LostPropertyRecord
        invalid key set EndOfLostPropertyFile to true
    end-start
    open input LostPropertyFile
        if not EndOfLostPropertyFile
            read LostPropertyFile next record
                at end set EndOfLostPropertyFile to true
            end-read
        end-if
        perform until EndOfLostPropertyFile
            if LostItemWhereFound of LostPropertyRecord equal to CurrentLocation
                add 1 to LostItemsHere
                if LostItemUnclaimed of LostPropertyRecord
                    add 1 to LostItemsUnclaimed
                end-if
            end-if
            read LostPropertyFile next record
                at end set EndOfLostPropertyFile to true
            end-read
        end-perform
    close LostPropertyFile
    if LostItemsHere > zero
        add LostItemsHere to UsesHere
        string "    Found:     " LostItemsHere " lost property item(s), "
            LostItemsUnclaimed " unclaimed"
            delimited by size into ReportLineText
        perform EmitLine
    end-if
    .

ListKitHere section.
    move low-values to KitItemCode of KitItemRecord
    start KitRegisterFile key is greater than KitItemCode of KitItemRecord
        invalid key set EndOfKitRegisterFile to true
    end-start
    open input KitRegisterFile
        if not EndOfKitRegisterFile
            read KitRegisterFile next record
                at end set EndOfKitRegisterFile to true
            end-read
        end-if
        perform until EndOfKitRegisterFile
            if KitHomeLocation of KitItemRecord equal to CurrentLocation
                add 1 to UsesHere
                string "    Stored:    kit " KitItemCode of KitItemRecord " "
                    KitItemDescription of KitItemRecord
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read KitRegisterFile next record
                at end set EndOfKitRegisterFile to true
            end-read
        end-perform
    close KitRegisterFile
    .

ListAssetsHere section.
    move low-values to AssetID of AssetRecord
    start AssetsFile key is greater than AssetID of AssetRecord
        invalid key set EndOfAssetsFile to true
    end-start
    open input AssetsFile
        if not EndOfAssetsFile
            read AssetsFile next record
                at end set EndOfAssetsFile to true
            end-read
        end-if
        perform until EndOfAssetsFile
            if AssetHomeLocation of AssetRecord equal to CurrentLocation
                add 1 to UsesHere
                string "    Stored:    loan asset " AssetID of AssetRecord " "
                    AssetDescription of AssetRecord
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read AssetsFile next record
                at end set EndOfAssetsFile to true
            end-read
        end-perform
    close AssetsFile
    .

ListCheckpointsHere section.
    move low-values to CheckpointID of CheckpointRecord
    start CheckpointsFile key is greater than CheckpointID of CheckpointRecord
        invalid key set EndOfCheckpointsFile to true
    end-start
    open input CheckpointsFile
        if not EndOfCheckpointsFile
            read CheckpointsFile next record
                at end set EndOfCheckpointsFile to true
            end-read
        end-if
        perform until EndOfCheckpointsFile
            if CheckpointLocation of CheckpointRecord equal to CurrentLocation
                add 1 to UsesHere
                string "    Checked:   safety checkpoint "
                    CheckpointID of CheckpointRecord " "
                    CheckpointWhatToCheck of CheckpointRecord
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read CheckpointsFile next record
                at end set EndOfCheckpointsFile to true
            end-read
        end-perform
    close CheckpointsFile
    .

ListIncidentsHere section.
    move zero to OpenCasesHere, ClosedCasesHere
    move low-values to CaseID of IncidentCaseRecord
    start IncidentCasesFile key is greater than CaseID of IncidentCaseRecord
        invalid key set EndOfIncidentCasesFile to true
    end-start
    open input IncidentCasesFile
        if not EndOfIncidentCasesFile
            read IncidentCasesFile next record
                at end set EndOfIncidentCasesFile to true
            end-read
        end-if
        perform until EndOfIncidentCasesFile
            if CaseLocation of IncidentCaseRecord equal to CurrentLocation
                if CaseOpen of IncidentCaseRecord
                    add 1 to OpenCasesHere
                else
                    add 1 to ClosedCasesHere
                end-if
            end-if
            read IncidentCasesFile next record
                at end set EndOfIncidentCasesFile to true
            end-read
        end-perform
    close IncidentCasesFile
    if OpenCasesHere > zero or ClosedCasesHere > zero
        add OpenCasesHere to UsesHere
        add ClosedCasesHere to UsesHere
        string "    Reported:  " OpenCasesHere " open incident case(s), "
            ClosedCasesHere " closed"
            delimited by size into ReportLineText
        perform EmitLine
    end-if
    .

ReportUnknownLocations section.
    *> Anything still carrying free text the location master does not know
    move "LOCATIONS NOT ON THE MASTER" to ReportLineText
    perform EmitLine

    move low-values to PitchNumber of PitchFileRecord
    start PitchesFile key is greater than PitchNumber of PitchFileRecord
        invalid key set EndOfPitchesFile to true
    end-start
    open input PitchesFile
        if not EndOfPitchesFile
            read PitchesFile next record
                at end set EndOfPitchesFile to true
            end-read
        end-if
        perform until EndOfPitchesFile
            move PitchZone of PitchFileRecord to ValueToCheck
            perform CheckKnownLocation
            if not ValueIsKnownLocation
                string "    pitch " PitchNumber of PitchFileRecord
                    " zone '" PitchZone of PitchFileRecord "'"
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read PitchesFile next record
                at end set EndOfPitchesFile to true
            end-read
        end-perform
    close PitchesFile

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
            move SessionSpace of WorkshopRecord to ValueToCheck
            perform CheckKnownLocation
            if not ValueIsKnownLocation
                string "    session " SessionID of WorkshopRecord
                    " space '" SessionSpace of WorkshopRecord "'"
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read WorkshopsFile next record
                at end set EndOfWorkshopsFile to true
            end-read
        end-perform
    close WorkshopsFile

    move low-values to KitItemCode of KitItemRecord
    start KitRegisterFile key is greater than KitItemCode of KitItemRecord
        invalid key set EndOfKitRegisterFile to true
    end-start
    open input KitRegisterFile
        if not EndOfKitRegisterFile
            read KitRegisterFile next record
                at end set EndOfKitRegisterFile to true
            end-read
        end-if
        perform until EndOfKitRegisterFile
            move KitHomeLocation of KitItemRecord to ValueToCheck
            perform CheckKnownLocation
            if not ValueIsKnownLocation
                string "    kit " KitItemCode of KitItemRecord
                    " home '" KitHomeLocation of KitItemRecord "'"
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read KitRegisterFile next record
                at end set EndOfKitRegisterFile to true
            end-read
        end-perform
    close KitRegisterFile

    move low-values to CheckpointID of CheckpointRecord
    start CheckpointsFile key is greater than CheckpointID of CheckpointRecord
        invalid key set EndOfCheckpointsFile to true
    end-start
    open input CheckpointsFile
        if not EndOfCheckpointsFile
            read CheckpointsFile next record
                at end set EndOfCheckpointsFile to true
            end-read
        end-if
        perform until EndOfCheckpointsFile
            move CheckpointLocation of CheckpointRecord to ValueToCheck
            perform CheckKnownLocation
            if not ValueIsKnownLocation
                string "    checkpoint " CheckpointID of CheckpointRecord
                    " location '" CheckpointLocation of CheckpointRecord "'"
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read CheckpointsFile next record
                at end set EndOfCheckpointsFile to true
            end-read
        end-perform
    close CheckpointsFile

    if UnknownValues equal to zero
        move "    (none)" to ReportLineText
        perform EmitLine
    else
        string "    " UnknownValues " record(s) to map - add them to"
            " location-map.dat and run CONVERT"
            delimited by size into ReportLineText
        perform EmitLine
    end-if
    .

CheckKnownLocation section.
    move zero to KnownFlag
    if ValueToCheck equal to spaces or NumberOfLocations equal to zero
        set ValueIsKnownLocation to true
        exit section
    end-if
    set LocationIdx to 1
    search LocationEntry
        at end continue
        when LocationIdx > NumberOfLocations
            continue
        when TableLocationCode(LocationIdx) equal to ValueToCheck
            set ValueIsKnownLocation to true
    end-search
    if not ValueIsKnownLocation
        add 1 to UnknownValues
    end-if
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetLocationCrossReference.
