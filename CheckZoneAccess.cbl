identification division.
program-id. CheckZoneAccess is initial.

environment division.
input-output section.
    file-control.
        select optional AccreditationsFile assign to AccreditationFileName
            organization is indexed
            access mode is dynamic
            record key is AccreditHolderCode
            file status is AccreditationStatus.

        select optional ZonesFile assign to ZoneFileName
            organization is indexed
            access mode is dynamic
            record key is ZoneCode
            file status is ZoneStatus.

data division.
file section.
    fd AccreditationsFile.
        copy Accreditation replacing Accreditation by
            ==AccreditationRecord.
            88 EndOfAccreditationsFile value high-values==.

    fd ZonesFile.
        copy RestrictedZone replacing RestrictedZone by
            ==ZoneRecord.
            88 EndOfZonesFile value high-values==.

working-storage section.
    01 AccreditationStatus pic x(2).
    01 ZoneStatus pic x(2).

    01 AccreditationFileName pic x(20) value "accreditations.dat".
    01 ZoneFileName pic x(20) value "zones.dat".

    copy Attendee replacing Attendee by ==ScannedAttendee==.
    01 ZoneFoundFlag pic 9 value zero.
        88 ZoneFound value 1.
    01 AccreditFoundFlag pic 9 value zero.
        88 AccreditFound value 1.
    01 LevelPosition pic 99 value zero.
    01 LevelMatches pic 99 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 RequestedZone pic x(4).
    01 ScannedCode pic x(6).
    01 ZoneAccessAllowed pic 9.
        88 ZoneEntryAllowed value 1.
    01 ScannedHolderName pic x(30).
    01 RefusalReason pic x(30).

procedure division using AttendeeFileName, RequestedZone, ScannedCode,
    ZoneAccessAllowed, ScannedHolderName, RefusalReason.
    move zero to ZoneAccessAllowed
    move spaces to ScannedHolderName, RefusalReason

    move zero to ZoneFoundFlag
    open input ZonesFile
        move RequestedZone to ZoneCode of ZoneRecord
        read ZonesFile
            invalid key continue
            not invalid key set ZoneFound to true
        end-read
    close ZonesFile
    if not ZoneFound
        move "zone not set up" to RefusalReason
        goback
    end-if

    move zero to AccreditFoundFlag
    open input AccreditationsFile
        move ScannedCode to AccreditHolderCode of AccreditationRecord
        read AccreditationsFile
            invalid key continue
            not invalid key
                set AccreditFound to true
                move AccreditHolderName of AccreditationRecord
                    to ScannedHolderName
        end-read
    close AccreditationsFile
    if not AccreditFound
        call "GetAttendeeByAuthCode" using by content AttendeeFileName,
            ScannedCode, by reference ScannedAttendee
        if AttendeeName of ScannedAttendee not equal to high-values
            move AttendeeName of ScannedAttendee to ScannedHolderName
        end-if
        move "no crew accreditation" to RefusalReason
        goback
    end-if

    *> X is access-all-areas; otherwise any one shared level letter will do
    move zero to LevelMatches
    inspect AccreditLevels of AccreditationRecord
        tallying LevelMatches for all "X"
    perform varying LevelPosition from 1 by 1
        until LevelPosition > 10 or LevelMatches > zero
        if AccreditLevels of AccreditationRecord(LevelPosition:1) not equal space
            inspect ZoneAllowedLevels of ZoneRecord tallying LevelMatches
                for all AccreditLevels of AccreditationRecord(LevelPosition:1)
        end-if
    end-perform
    if LevelMatches > zero
        set ZoneEntryAllowed to true
    else
        move "level not allowed in this zone" to RefusalReason
    end-if
    goback
    .

end program CheckZoneAccess.
