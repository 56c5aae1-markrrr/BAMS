identification division.
program-id. GetCampDutyRota is initial.

environment division.
input-output section.
    file-control.
        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode
            file status is AttendeeStatus.

        select optional DutiesFile assign to DutyFileName
            organization is indexed
            access mode is dynamic
            record key is DutyAuthCode
            file status is DutyStatus.

data division.
file section.
    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd DutiesFile.
        copy CampDuty replacing CampDuty by
            ==DutyRecord.
            88 EndOfDutiesFile value high-values==.

working-storage section.
    01 AttendeeStatus pic x(2).
    01 DutyStatus pic x(2).
    01 DutyFileName pic x(20) value "camp-duties.dat".
    copy CampDutySlotTable.

    01 DutyName pic x(16) value spaces.
    01 DoneText pic x(6) value spaces.
    01 OnSlot pic 999 value zero.
    copy ReportWriterRequest.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    call "LoadCampDutySlots" using by reference DutySlotTable

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "CAMP DUTY ROTA" to ReportTitle
    move "spool-dutyrota.txt" to ReportSpoolName
    move DutyFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    if NumberOfDutySlots equal to zero
        move "(no duty slots set up)" to ReportLineText
        perform EmitLine
    end-if
    open input AttendeesFile
        perform varying DutySlotIdx from 1 by 1
            until DutySlotIdx > NumberOfDutySlots
            perform PrintSlot
        end-perform
    close AttendeesFile

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

PrintSlot section.
    evaluate TableSlotType(DutySlotIdx)
        when "W" move "WASHING UP" to DutyName
        when "T" move "TOILET CLEANING" to DutyName
        when "K" move "KITCHEN PREP" to DutyName
        when other move spaces to DutyName
    end-evaluate
    string TableSlotDay(DutySlotIdx) " " TableSlotTime(DutySlotIdx) "  "
        DutyName "  slot " TableSlotID(DutySlotIdx) "  "
        TableSlotFilled(DutySlotIdx) " of " TableSlotPlaces(DutySlotIdx)
        " places"
        delimited by size into ReportLineText
    perform EmitLine
    if TableSlotFilled(DutySlotIdx) > TableSlotPlaces(DutySlotIdx)
        move "    ** over its places - move someone with DUTY **"
            to ReportLineText
        perform EmitLine
    end-if

    move zero to OnSlot
    move low-values to DutyAuthCode of DutyRecord
    start DutiesFile key is greater than DutyAuthCode of DutyRecord
        invalid key set EndOfDutiesFile to true
    end-start
    open input DutiesFile
        if not EndOfDutiesFile
            read DutiesFile next record
                at end set EndOfDutiesFile to true
            end-read
        end-if
        perform until EndOfDutiesFile
            if DutyAssignedSlot of DutyRecord equal to TableSlotID(DutySlotIdx)
                perform PrintDutyLine
            end-if
            read DutiesFile next record
                at end set EndOfDutiesFile to true
            end-read
        end-perform
    close DutiesFile
    if OnSlot equal to zero
        move "    (nobody yet)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    .

PrintDutyLine section.
    add 1 to OnSlot
    move DutyAuthCode of DutyRecord to AuthCode of AttendeeRecord
    read AttendeesFile
        invalid key move spaces to AttendeeName of AttendeeRecord
    end-read
    if DutyIsDone of DutyRecord
        move "[done]" to DoneText
    else
        move "[    ]" to DoneText
    end-if
    string "    " DoneText " " DutyAuthCode of DutyRecord "  "
        AttendeeName of AttendeeRecord
        delimited by size into ReportLineText
    perform EmitLine
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetCampDutyRota.
