identification division.
program-id. GetCampDutiesNotDone is initial.

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

    01 NotDoneCount pic 9(4) value zero.
    01 DoneCount pic 9(4) value zero.
    01 SlotText pic x(16) value spaces.
    copy ReportWriterRequest.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    call "LoadCampDutySlots" using by reference DutySlotTable

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "CAMP DUTIES NOT YET DONE" to ReportTitle
    move "spool-dutiesdue.txt" to ReportSpoolName
    move DutyFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    move "AuthCode Name                           Slot   When" to ReportLineText
    perform EmitLine
    move low-values to DutyAuthCode of DutyRecord
    start DutiesFile key is greater than DutyAuthCode of DutyRecord
        invalid key set EndOfDutiesFile to true
    end-start
    open input DutiesFile
    open input AttendeesFile
        if not EndOfDutiesFile
            read DutiesFile next record
                at end set EndOfDutiesFile to true
            end-read
        end-if
        perform until EndOfDutiesFile
            if DutyIsDone of DutyRecord
                add 1 to DoneCount
            else
                perform PrintNotDone
            end-if
            read DutiesFile next record
                at end set EndOfDutiesFile to true
            end-read
        end-perform
    close AttendeesFile
    close DutiesFile

    if NotDoneCount equal to zero
        move "(every duty on the rota has been done)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    string "Done " DoneCount "   not done " NotDoneCount
        delimited by size into ReportLineText
    perform EmitLine

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

PrintNotDone section.
    *> Cancelled bookings keep their rota line but owe nothing
    move DutyAuthCode of DutyRecord to AuthCode of AttendeeRecord
    read AttendeesFile
        invalid key exit section
    end-read
    if not AttendeeComing of AttendeeRecord
        and not AttendeeArrived of AttendeeRecord
        exit section
    end-if
    add 1 to NotDoneCount
    move spaces to SlotText
    set DutySlotIdx to 1
    search DutySlotEntry
        at end continue
        when DutySlotIdx > NumberOfDutySlots
            continue
        when TableSlotID(DutySlotIdx) equal to DutyAssignedSlot of DutyRecord
            string TableSlotDay(DutySlotIdx) " " TableSlotTime(DutySlotIdx)
                delimited by size into SlotText
    end-search
    string DutyAuthCode of DutyRecord "   " AttendeeName of AttendeeRecord " "
        DutyAssignedSlot of DutyRecord " " SlotText
        delimited by size into ReportLineText
    perform EmitLine
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetCampDutiesNotDone.
