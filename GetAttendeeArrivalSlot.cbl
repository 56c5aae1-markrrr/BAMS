identification division.
program-id. GetAttendeeArrivalSlot is initial.

environment division.
input-output section.
    file-control.
        select optional ArrivalSlotsFile assign to ArrivalSlotFileName
            organization is indexed
            access mode is dynamic
            record key is ArrivalSlotKey
            file status is ArrivalSlotStatus.

        select optional AttendeeSlotsFile assign to AttendeeSlotFileName
            organization is indexed
            access mode is dynamic
            record key is AttendeeSlotAuthCode
            file status is AttendeeSlotStatus.

data division.
file section.
    fd ArrivalSlotsFile.
        copy ArrivalSlot replacing ArrivalSlot by
            ==ArrivalSlotRecord.
            88 EndOfArrivalSlotsFile value high-values==.

    fd AttendeeSlotsFile.
        copy AttendeeArrivalSlot replacing AttendeeArrivalSlot by
            ==AttendeeSlotRecord.
            88 EndOfAttendeeSlotsFile value high-values==.

working-storage section.
    01 ArrivalSlotStatus pic x(2).
    01 AttendeeSlotStatus pic x(2).

    01 ArrivalSlotFileName pic x(20) value "arrival-slots.dat".
    01 AttendeeSlotFileName pic x(20) value "attendee-slots.dat".

linkage section.
    01 SlotAuthCode pic x(6).
    01 SlotDay pic x(3).
    01 SlotStart pic x(4).
    01 SlotEnd pic x(4).

procedure division using SlotAuthCode, SlotDay, SlotStart, SlotEnd.
    move spaces to SlotDay, SlotStart, SlotEnd
    open input AttendeeSlotsFile
        move SlotAuthCode to AttendeeSlotAuthCode of AttendeeSlotRecord
        read AttendeeSlotsFile
            invalid key continue
            not invalid key
                move AttendeeSlotDay of AttendeeSlotRecord to SlotDay
                move AttendeeSlotStart of AttendeeSlotRecord to SlotStart
        end-read
    close AttendeeSlotsFile
    if SlotStart equal to spaces
        goback
    end-if

    open input ArrivalSlotsFile
        move SlotDay to ArrivalSlotDay of ArrivalSlotRecord
        move SlotStart to ArrivalSlotStart of ArrivalSlotRecord
        read ArrivalSlotsFile
            invalid key
                *> The slot has been taken off the timetable since
                move spaces to SlotDay, SlotStart
            not invalid key
                move ArrivalSlotEnd of ArrivalSlotRecord to SlotEnd
        end-read
    close ArrivalSlotsFile
    goback
    .

end program GetAttendeeArrivalSlot.
