identification division.
program-id. SpreadArrivalSlots is initial.

environment division.
input-output section.
    file-control.
        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode
            file status is AttendeeStatus.

data division.
file section.
    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

working-storage section.
    01 AttendeeStatus pic x(2).

    01 SpreadTable.
        05 NumberToSpread pic 9(4) value zero.
        05 SpreadEntry occurs 2000 times indexed by SpreadIdx.
            10 SpreadAuthCode pic x(6).
            10 SpreadDay      pic x(3).
    01 SpreadOverflowFlag pic 9 value zero.
        88 SpreadTableOverflowed value 1.

    01 HeldDay pic x(3) value spaces.
    01 HeldStart pic x(4) value spaces.
    01 HeldEnd pic x(4) value spaces.
    01 NoPreference pic x(4) value spaces.
    01 AssignedStart pic x(4) value spaces.
    01 SlotsAssigned pic 9(4) value zero.
    01 NotSlotted pic 9(4) value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    display "    BarnCamp Attendee Management System v1.0   (c) copyleft 2017 HacktionLab    "
    display "ARRIVAL SLOT AUTO-SPREAD"
    display " "

    perform CollectUnslottedAttendees
    if SpreadTableOverflowed
        display "** More than 2000 attendees to slot - rerun after this pass **"
    end-if

    perform varying SpreadIdx from 1 by 1 until SpreadIdx > NumberToSpread
        call "AssignArrivalSlot" using by content AttendeeFileName,
            SpreadAuthCode(SpreadIdx), SpreadDay(SpreadIdx), NoPreference,
            by reference AssignedStart
        if AssignedStart equal to spaces
            add 1 to NotSlotted
            display "no room    " SpreadAuthCode(SpreadIdx) "  "
                SpreadDay(SpreadIdx)
        else
            add 1 to SlotsAssigned
        end-if
    end-perform

    display " "
    display "Attendees given a slot: " SlotsAssigned
    display "No slot free on their day: " NotSlotted
    goback
    .

CollectUnslottedAttendees section.
    *> Anyone expected with no slot, or whose slot is on the wrong day
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key continue
    end-start
    open input AttendeesFile
        read AttendeesFile next record
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            if AttendeeComing of AttendeeRecord
                call "GetAttendeeArrivalSlot" using
                    AuthCode of AttendeeRecord,
                    by reference HeldDay, HeldStart, HeldEnd
                if HeldStart equal to spaces
                    or HeldDay not equal to ArrivalDay of AttendeeRecord
                    perform NoteForSpreading
                end-if
            end-if
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile
    .

NoteForSpreading section.
    if NumberToSpread < 2000
        add 1 to NumberToSpread
        set SpreadIdx to NumberToSpread
        move AuthCode of AttendeeRecord to SpreadAuthCode(SpreadIdx)
        move ArrivalDay of AttendeeRecord to SpreadDay(SpreadIdx)
    else
        set SpreadTableOverflowed to true
    end-if
    .

end program SpreadArrivalSlots.
