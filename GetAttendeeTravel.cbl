identification division.
program-id. GetAttendeeTravel is initial.

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
    01 TravelFileName pic x(20) value "attendee-travel.dat".

linkage section.
    01 TravelLookupAuthCode pic x(6).
    01 TravelLookupMode pic x.
    01 TravelLookupKm pic 9(4).

procedure division using TravelLookupAuthCode, TravelLookupMode,
    TravelLookupKm.
    move space to TravelLookupMode
    move zero to TravelLookupKm
    open input TravelFile
        move TravelLookupAuthCode to TravelAuthCode of TravelRecord
        read TravelFile
            invalid key continue
            not invalid key
                move TravelMode of TravelRecord to TravelLookupMode
                move TravelKm of TravelRecord to TravelLookupKm
        end-read
    close TravelFile
    goback
    .

end program GetAttendeeTravel.
