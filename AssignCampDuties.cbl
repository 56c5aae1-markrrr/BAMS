identification division.
program-id. AssignCampDuties is initial.

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

        select optional AccessibilityFile assign to AccessibilityFileName
            organization is indexed
            access mode is dynamic
            record key is AccessAuthCode
            file status is AccessibilityStatus.

        select optional VolunteersFile assign to VolunteerFileName
            organization is indexed
            access mode is dynamic
            record key is VolunteerAuthCode
            file status is VolunteerStatus.

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

    fd AccessibilityFile.
        copy AccessibilityNeed replacing AccessibilityNeed by
            ==AccessibilityRecord.
            88 EndOfAccessibilityFile value high-values==.

    fd VolunteersFile.
        copy Volunteer replacing Volunteer by
            ==VolunteerRecord.
            88 EndOfVolunteersFile value high-values==.

working-storage section.
    01 AttendeeStatus pic x(2).
    01 DutyStatus pic x(2).
    01 AccessibilityStatus pic x(2).
    01 VolunteerStatus pic x(2).

    01 DutyFileName pic x(20) value "camp-duties.dat".
    01 AccessibilityFileName pic x(20) value "accessibility.dat".
    01 VolunteerFileName pic x(20) value "volunteers.dat".
    copy EventCalendarTable.
    copy CampDutySlotTable.

    01 ArrivalDayIndex pic 9 value zero.
    01 DepartureDayIndex pic 9 value zero.
    01 BestSlot pic 99 value zero.
    01 BestLoad pic 9(5) value zero.
    01 SlotLoad pic 9(5) value zero.
    01 SlotPlaces pic 99 value zero.
    01 AlreadyOnRota pic 9(4) value zero.
    01 ExemptCount pic 9(4) value zero.
    01 VolunteeringCount pic 9(4) value zero.
    01 AssignedCount pic 9(4) value zero.
    01 NoSlotCount pic 9(4) value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    *> Everyone coming gets one duty in a slot on a day they are on site,
    *> into whichever slot is least full for its places; existing
    *> duties are kept so the run can be repeated as bookings come in
    call "LoadEventCalendar" using by reference EventCalendarTable,
        NumberOfEventDays
    call "LoadCampDutySlots" using by reference DutySlotTable
    if NumberOfDutySlots equal to zero
        display "No duty slots set up - add them with DUTY first"
        goback
    end-if

    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key set EndOfAttendeesFile to true
    end-start
    open input AttendeesFile
    open i-o DutiesFile
    open input AccessibilityFile
    open input VolunteersFile
        if not EndOfAttendeesFile
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-if
        perform until EndOfAttendeesFile
            if AttendeeComing of AttendeeRecord
                or AttendeeArrived of AttendeeRecord
                perform AssignOneAttendee
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close VolunteersFile
    close AccessibilityFile
    close DutiesFile
    close AttendeesFile

    display "Camp duties assigned: " AssignedCount
    display "Already on the rota:  " AlreadyOnRota
    display "Excused (access):     " ExemptCount
    display "Volunteering instead: " VolunteeringCount
    display "No slot on their days:" NoSlotCount
    display " "
    display "Slot   Day Time        Type Places Filled"
    perform varying DutySlotIdx from 1 by 1
        until DutySlotIdx > NumberOfDutySlots
        display TableSlotID(DutySlotIdx) " " TableSlotDay(DutySlotIdx) " "
            TableSlotTime(DutySlotIdx) " " TableSlotType(DutySlotIdx) "    "
            TableSlotPlaces(DutySlotIdx) "     " TableSlotFilled(DutySlotIdx)
    end-perform
    goback
    .

AssignOneAttendee section.
    move AuthCode of AttendeeRecord to DutyAuthCode of DutyRecord
    read DutiesFile
        invalid key continue
        not invalid key
            add 1 to AlreadyOnRota
            exit section
    end-read
    move AuthCode of AttendeeRecord to AccessAuthCode of AccessibilityRecord
    read AccessibilityFile
        invalid key continue
        not invalid key
            if ExemptFromCampDuty of AccessibilityRecord
                add 1 to ExemptCount
                exit section
            end-if
    end-read
    move AuthCode of AttendeeRecord to VolunteerAuthCode of VolunteerRecord
    read VolunteersFile
        invalid key continue
        not invalid key
            add 1 to VolunteeringCount
            exit section
    end-read

    perform FindStayDays
    perform ChooseLeastFullSlot
    if BestSlot equal to zero
        add 1 to NoSlotCount
        exit section
    end-if

    initialize DutyRecord
    move AuthCode of AttendeeRecord to DutyAuthCode of DutyRecord
    move TableSlotID(BestSlot) to DutyAssignedSlot of DutyRecord
    set DutyAutoAssigned of DutyRecord to true
    set DutyOutstanding of DutyRecord to true
    write DutyRecord
        invalid key
            display "Error - status is " DutyStatus
        not invalid key
            add 1 to TableSlotFilled(BestSlot)
            add 1 to AssignedCount
    end-write
    .

FindStayDays section.
    set EventDayIdx to 1
    search EventDayName
        at end move 1 to ArrivalDayIndex
        when EventDayName(EventDayIdx) equal to ArrivalDay of AttendeeRecord
            set ArrivalDayIndex to EventDayIdx
    end-search
    if DepartureDay of AttendeeRecord equal to spaces
        compute DepartureDayIndex = NumberOfEventDays + 1
    else
        set EventDayIdx to 1
        search EventDayName
            at end compute DepartureDayIndex = NumberOfEventDays + 1
            when EventDayName(EventDayIdx) equal to DepartureDay of AttendeeRecord
                set DepartureDayIndex to EventDayIdx
        end-search
    end-if
    .

ChooseLeastFullSlot section.
    *> Load is places taken per hundred places, so a big washing-up slot
    *> and a small toilet slot fill at the same rate
    move zero to BestSlot
    perform varying DutySlotIdx from 1 by 1
        until DutySlotIdx > NumberOfDutySlots
        if TableSlotDayIndex(DutySlotIdx) >= ArrivalDayIndex
            and TableSlotDayIndex(DutySlotIdx) <= DepartureDayIndex
            move TableSlotPlaces(DutySlotIdx) to SlotPlaces
            if SlotPlaces equal to zero
                move 1 to SlotPlaces
            end-if
            compute SlotLoad = TableSlotFilled(DutySlotIdx) * 100 / SlotPlaces
            if BestSlot equal to zero or SlotLoad < BestLoad
                set BestSlot to DutySlotIdx
                move SlotLoad to BestLoad
            end-if
        end-if
    end-perform
    .

end program AssignCampDuties.
