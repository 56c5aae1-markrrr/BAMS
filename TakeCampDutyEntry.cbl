identification division.
program-id. TakeCampDutyEntry is initial.

environment division.
input-output section.
    file-control.
        select optional SlotsFile assign to SlotFileName
            organization is indexed
            access mode is dynamic
            record key is DutySlotID
            file status is SlotStatus.

        select optional DutiesFile assign to DutyFileName
            organization is indexed
            access mode is dynamic
            record key is DutyAuthCode
            file status is DutyStatus.

data division.
file section.
    fd SlotsFile.
        copy DutySlot replacing DutySlot by
            ==SlotRecord.
            88 EndOfSlotsFile value high-values==.

    fd DutiesFile.
        copy CampDuty replacing CampDuty by
            ==DutyRecord.
            88 EndOfDutiesFile value high-values==.

working-storage section.
    01 SlotStatus pic x(2).
        88 SlotExists value "22".
    01 DutyStatus pic x(2).
        88 RecordExists value "22".

    01 SlotFileName pic x(20) value "duty-slots.dat".
    01 DutyFileName pic x(20) value "camp-duties.dat".
    copy OperatorSession.
    copy EventCalendarTable.
    copy CampDutySlotTable.
    copy Attendee replacing Attendee by ==DutyAttendee==.

    01 ActionEntry pic x value space.
        88 SettingSlot    value "S", "s".
        88 AssigningDuty  value "A", "a".
        88 TickingDone    value "D", "d".
        88 ListingSlots   value "L", "l".
    01 EnteredAuthCode pic x(6) value spaces.
    01 EnteredSlotID pic x(6) value spaces.
    01 SlotFound pic 9 value zero.
        88 SlotWasFound value 1.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    call "GetCurrentOperator" using by reference OperatorSession
    display "Camp duty rota - S=slot, A=assign or move, D=done, L=list slots: "
        with no advancing
    accept ActionEntry from console
    evaluate true
        when SettingSlot perform TakeSlot
        when AssigningDuty perform AssignByHand
        when TickingDone perform TickDutyDone
        when ListingSlots perform ListSlots
        when other display "No action taken"
    end-evaluate
    goback
    .

TakeSlot section.
    initialize SlotRecord
    display "Slot ID (THUWU1...): " with no advancing
    accept DutySlotID of SlotRecord from console
    move function upper-case(DutySlotID of SlotRecord) to DutySlotID of SlotRecord
    if DutySlotID of SlotRecord equal to spaces
        display "No slot ID - nothing saved"
        exit section
    end-if
    display "Day (Wed, Thu...): " with no advancing
    accept DutySlotDay of SlotRecord from console
    display "Time (e.g. after tea): " with no advancing
    accept DutySlotTime of SlotRecord from console
    display "Duty W=washing up, T=toilet cleaning, K=kitchen prep: "
        with no advancing
    accept DutySlotType of SlotRecord from console
    move function upper-case(DutySlotType of SlotRecord)
        to DutySlotType of SlotRecord
    display "Places: " with no advancing
    accept DutySlotPlaces of SlotRecord from console
    if not DutyTypeIsValid of SlotRecord
        display "Duty must be W, T or K - nothing saved"
        exit section
    end-if
    if DutySlotPlaces of SlotRecord not numeric
        or DutySlotPlaces of SlotRecord equal to zero
        display "A number of places is needed - nothing saved"
        exit section
    end-if
    call "LoadEventCalendar" using by reference EventCalendarTable,
        NumberOfEventDays
    set EventDayIdx to 1
    search EventDayName
        at end
            display "(" DutySlotDay of SlotRecord
                " is not an event night - taken as the going-home day)"
        when EventDayName(EventDayIdx) equal to DutySlotDay of SlotRecord
            continue
    end-search

    open i-o SlotsFile
        write SlotRecord
            invalid key
                if SlotExists
                    rewrite SlotRecord
                else
                    display "Error - status is " SlotStatus
                end-if
        end-write
    close SlotsFile
    display "Saved slot " DutySlotID of SlotRecord " " DutySlotDay of SlotRecord
        " " DutySlotTime of SlotRecord " for " DutySlotPlaces of SlotRecord
    .

AssignByHand section.
    display "Attendee AuthCode: " with no advancing
    accept EnteredAuthCode from console
    move function upper-case(EnteredAuthCode) to EnteredAuthCode
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content EnteredAuthCode,
        by reference DutyAttendee
    if AttendeeName of DutyAttendee equal to high-values
        display "No attendee found for " EnteredAuthCode
        exit section
    end-if
    display function trim(AttendeeName of DutyAttendee) " is here "
        ArrivalDay of DutyAttendee " to " DepartureDay of DutyAttendee
    display "Slot ID: " with no advancing
    accept EnteredSlotID from console
    move function upper-case(EnteredSlotID) to EnteredSlotID
    move zero to SlotFound
    move EnteredSlotID to DutySlotID of SlotRecord
    open input SlotsFile
        read SlotsFile
            invalid key display "No slot " EnteredSlotID
            not invalid key set SlotWasFound to true
        end-read
    close SlotsFile
    if not SlotWasFound
        exit section
    end-if

    initialize DutyRecord
    move EnteredAuthCode to DutyAuthCode of DutyRecord
    move EnteredSlotID to DutyAssignedSlot of DutyRecord
    set DutyHandAssigned of DutyRecord to true
    set DutyOutstanding of DutyRecord to true
    open i-o DutiesFile
        write DutyRecord
            invalid key
                if RecordExists
                    rewrite DutyRecord
                else
                    display "Error - status is " DutyStatus
                end-if
        end-write
    close DutiesFile
    display "Duty set to " DutySlotDay of SlotRecord " "
        DutySlotTime of SlotRecord " (" DutySlotID of SlotRecord ")"
    .

TickDutyDone section.
    display "Attendee AuthCode: " with no advancing
    accept EnteredAuthCode from console
    move function upper-case(EnteredAuthCode) to EnteredAuthCode
    move EnteredAuthCode to DutyAuthCode of DutyRecord
    open i-o DutiesFile
        read DutiesFile
            invalid key
                display "No camp duty on the rota for " EnteredAuthCode
            not invalid key
                if DutyIsDone of DutyRecord
                    display "Already ticked off on " DutyDoneDate of DutyRecord
                else
                    set DutyIsDone of DutyRecord to true
                    move function current-date(1:8) to DutyDoneDate of DutyRecord
                    move SessionOperatorCode to DutyDoneBy of DutyRecord
                    rewrite DutyRecord
                    display "Duty ticked off for " EnteredAuthCode
                end-if
        end-read
    close DutiesFile
    .

ListSlots section.
    call "LoadCampDutySlots" using by reference DutySlotTable
    if NumberOfDutySlots equal to zero
        display "(no duty slots set up)"
        exit section
    end-if
    display "Slot   Day Time        Type Places Filled Done"
    perform varying DutySlotIdx from 1 by 1
        until DutySlotIdx > NumberOfDutySlots
        display TableSlotID(DutySlotIdx) " " TableSlotDay(DutySlotIdx) " "
            TableSlotTime(DutySlotIdx) " " TableSlotType(DutySlotIdx) "    "
            TableSlotPlaces(DutySlotIdx) "     " TableSlotFilled(DutySlotIdx)
            "    " TableSlotDone(DutySlotIdx)
    end-perform
    .

end program TakeCampDutyEntry.
