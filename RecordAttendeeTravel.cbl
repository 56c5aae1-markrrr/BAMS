identification division.
program-id. RecordAttendeeTravel is initial.

environment division.
input-output section.
    file-control.
        select optional TravelFile assign to TravelFileName
            organization is indexed
            access mode is dynamic
            record key is TravelAuthCode
            file status is TravelStatus.

data division.
file section.
    fd TravelFile.
        copy AttendeeTravel replacing AttendeeTravel by
            ==TravelRecord.
            88 EndOfTravelFile value high-values==.

working-storage section.
    01 TravelStatus pic x(2).
        88 RecordExists value "22".
    01 TravelFileName pic x(20) value "attendee-travel.dat".

linkage section.
    01 TravelEntryAuthCode pic x(6).
    01 TravelEntryMode pic x.
    01 TravelEntryKm pic 9(4).

procedure division using TravelEntryAuthCode, TravelEntryMode,
    TravelEntryKm.
    *> Travel is held apart from the booking so that a change of plan
    *> never needs the attendee record rewritten
    initialize TravelRecord
    move TravelEntryAuthCode to TravelAuthCode of TravelRecord
    move TravelEntryMode to TravelMode of TravelRecord
    move TravelEntryKm to TravelKm of TravelRecord
    open i-o TravelFile
        write TravelRecord
            invalid key
                if RecordExists
                    rewrite TravelRecord
                else
                    display "Error - status is " TravelStatus
                end-if
        end-write
    close TravelFile
    goback
    .

end program RecordAttendeeTravel.
