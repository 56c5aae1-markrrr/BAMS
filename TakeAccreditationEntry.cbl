identification division.
program-id. TakeAccreditationEntry is initial.

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

        select optional VolunteersFile assign to VolunteerFileName
            organization is indexed
            access mode is dynamic
            record key is VolunteerAuthCode
            file status is VolunteerStatus.

        select optional FacilitatorsFile assign to FacilitatorFileName
            organization is indexed
            access mode is dynamic
            record key is FacilitatorSessionID
            file status is FacilitatorStatus.

        select optional TradersFile assign to TraderFileName
            organization is indexed
            access mode is dynamic
            record key is TraderID
            file status is TraderStatus.

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

    fd VolunteersFile.
        copy Volunteer replacing Volunteer by
            ==VolunteerRecord.
            88 EndOfVolunteersFile value high-values==.

    fd FacilitatorsFile.
        copy Facilitator replacing Facilitator by
            ==FacilitatorRecord.
            88 EndOfFacilitatorsFile value high-values==.

    fd TradersFile.
        copy TraderRecord replacing TraderRecord by
            ==TraderFileRecord.
            88 EndOfTradersFile value high-values==.

working-storage section.
    01 AccreditationStatus pic x(2).
        88 RecordExists value "22".
    01 ZoneStatus pic x(2).
        88 ZoneExists value "22".
    01 VolunteerStatus pic x(2).
    01 FacilitatorStatus pic x(2).
    01 TraderStatus pic x(2).

    01 AccreditationFileName pic x(20) value "accreditations.dat".
    01 ZoneFileName pic x(20) value "zones.dat".
    01 VolunteerFileName pic x(20) value "volunteers.dat".
    01 FacilitatorFileName pic x(24) value "facilitators.dat".
    01 TraderFileName pic x(20) value "traders.dat".

    copy Attendee replacing Attendee by ==HolderAttendee==.
    copy OperatorSession.

    01 ActionEntry pic x value space.
        88 GrantingAccreditation value "A", "a".
        88 RemovingAccreditation value "R", "r".
        88 SettingZone           value "Z", "z".
        88 ListingZones          value "L", "l".
    01 EnteredCode pic x(6) value spaces.
    01 HolderFoundFlag pic 9 value zero.
        88 HolderFound value 1.
    01 ZonesListed pic 99 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    display "Accreditation - A=grant/change, R=remove, Z=set up zone,"
        " L=list zones: " with no advancing
    accept ActionEntry from console
    evaluate true
        when GrantingAccreditation perform GrantAccreditation
        when RemovingAccreditation perform RemoveAccreditation
        when SettingZone perform SetUpZone
        when ListingZones perform ListZones
        when other display "No action taken"
    end-evaluate
    goback
    .

GrantAccreditation section.
    initialize AccreditationRecord
    display "Holder type (A=attendee V=volunteer F=facilitator T=trader): "
        with no advancing
    accept AccreditHolderType of AccreditationRecord from console
    move function upper-case(AccreditHolderType of AccreditationRecord)
        to AccreditHolderType of AccreditationRecord
    evaluate true
        when AccreditIsAttendee of AccreditationRecord
            perform FindAttendeeHolder
        when AccreditIsVolunteer of AccreditationRecord
            perform FindVolunteerHolder
        when AccreditIsFacilitator of AccreditationRecord
            perform FindFacilitatorHolder
        when AccreditIsTrader of AccreditationRecord
            perform FindTraderHolder
        when other
            display "Holder type must be A, V, F or T"
    end-evaluate
    if not HolderFound
        exit section
    end-if

    display "Accreditation for " function trim(AccreditHolderName of AccreditationRecord)
    display "Levels held, as letters (K=kitchen P=power/generator C=kids' club"
    display "  B=bar cellar S=site crew X=access all areas): " with no advancing
    accept AccreditLevels of AccreditationRecord from console
    move function upper-case(AccreditLevels of AccreditationRecord)
        to AccreditLevels of AccreditationRecord
    call "GetCurrentOperator" using by reference OperatorSession
    move SessionOperatorCode to AccreditGrantedBy of AccreditationRecord
    move function current-date(1:8) to AccreditGrantedDate of AccreditationRecord
    open i-o AccreditationsFile
        write AccreditationRecord
            invalid key
                if RecordExists
                    rewrite AccreditationRecord
                else
                    display "Error - status is " AccreditationStatus
                end-if
        end-write
    close AccreditationsFile
    display "Saved - " AccreditHolderCode of AccreditationRecord " holds "
        function trim(AccreditLevels of AccreditationRecord)
    .

FindAttendeeHolder section.
    move zero to HolderFoundFlag
    display "AuthCode: " with no advancing
    accept EnteredCode from console
    move function upper-case(EnteredCode) to EnteredCode
    call "GetAttendeeByAuthCode" using by content AttendeeFileName,
        EnteredCode, by reference HolderAttendee
    if AttendeeName of HolderAttendee equal to high-values
        display "AuthCode not found"
    else
        set HolderFound to true
        move EnteredCode to AccreditHolderCode of AccreditationRecord
        move AttendeeName of HolderAttendee
            to AccreditHolderName of AccreditationRecord
    end-if
    .

FindVolunteerHolder section.
    move zero to HolderFoundFlag
    display "Volunteer AuthCode: " with no advancing
    accept EnteredCode from console
    move function upper-case(EnteredCode) to EnteredCode
    open input VolunteersFile
        move EnteredCode to VolunteerAuthCode of VolunteerRecord
        read VolunteersFile
            invalid key
                display "No volunteer with that AuthCode"
            not invalid key
                set HolderFound to true
                move EnteredCode to AccreditHolderCode of AccreditationRecord
                move VolunteerName of VolunteerRecord
                    to AccreditHolderName of AccreditationRecord
        end-read
    close VolunteersFile
    .

FindFacilitatorHolder section.
    move zero to HolderFoundFlag
    display "Workshop session ID they run: " with no advancing
    accept EnteredCode from console
    move function upper-case(EnteredCode) to EnteredCode
    open input FacilitatorsFile
        move EnteredCode to FacilitatorSessionID of FacilitatorRecord
        read FacilitatorsFile
            invalid key
                display "No facilitator for that session"
            not invalid key
                if FacilitatorAuthCode of FacilitatorRecord equal to spaces
                    display "Facilitator has no AuthCode to scan -"
                        " give them a booking first"
                else
                    set HolderFound to true
                    move FacilitatorAuthCode of FacilitatorRecord
                        to AccreditHolderCode of AccreditationRecord
                    move FacilitatorName of FacilitatorRecord
                        to AccreditHolderName of AccreditationRecord
                end-if
        end-read
    close FacilitatorsFile
    .

FindTraderHolder section.
    move zero to HolderFoundFlag
    display "Trader ID: " with no advancing
    accept EnteredCode from console
    move function upper-case(EnteredCode) to EnteredCode
    open input TradersFile
        move EnteredCode to TraderID of TraderFileRecord
        read TradersFile
            invalid key
                display "No trader with that ID"
            not invalid key
                set HolderFound to true
                move EnteredCode to AccreditHolderCode of AccreditationRecord
                move TraderBusinessName of TraderFileRecord
                    to AccreditHolderName of AccreditationRecord
        end-read
    close TradersFile
    .

RemoveAccreditation section.
    display "AuthCode / trader ID to remove: " with no advancing
    accept EnteredCode from console
    move function upper-case(EnteredCode) to EnteredCode
    open i-o AccreditationsFile
        move EnteredCode to AccreditHolderCode of AccreditationRecord
        delete AccreditationsFile record
            invalid key
                display "No accreditation held by " EnteredCode
            not invalid key
                display "Accreditation removed for " EnteredCode
        end-delete
    close AccreditationsFile
    .

SetUpZone section.
    initialize ZoneRecord
    display "Zone code (4 chars, e.g. KTCH): " with no advancing
    accept ZoneCode of ZoneRecord from console
    move function upper-case(ZoneCode of ZoneRecord) to ZoneCode of ZoneRecord
    if ZoneCode of ZoneRecord equal to spaces
        display "No zone code - nothing saved"
        exit section
    end-if
    display "Zone name: " with no advancing
    accept ZoneName of ZoneRecord from console
    display "Levels allowed in, as letters (X is always allowed): "
        with no advancing
    accept ZoneAllowedLevels of ZoneRecord from console
    move function upper-case(ZoneAllowedLevels of ZoneRecord)
        to ZoneAllowedLevels of ZoneRecord
    open i-o ZonesFile
        write ZoneRecord
            invalid key
                if ZoneExists
                    rewrite ZoneRecord
                else
                    display "Error - status is " ZoneStatus
                end-if
        end-write
    close ZonesFile
    display "Saved zone " ZoneCode of ZoneRecord
    .

ListZones section.
    display "Zone Name                           Levels"
    move low-values to ZoneCode of ZoneRecord
    start ZonesFile key is greater than ZoneCode of ZoneRecord
        invalid key set EndOfZonesFile to true
    end-start
    open input ZonesFile
        if not EndOfZonesFile
            read ZonesFile next record
                at end set EndOfZonesFile to true
            end-read
        end-if
        perform until EndOfZonesFile
            add 1 to ZonesListed
            display ZoneCode of ZoneRecord " " ZoneName of ZoneRecord "  "
                ZoneAllowedLevels of ZoneRecord
            read ZonesFile next record
                at end set EndOfZonesFile to true
            end-read
        end-perform
    close ZonesFile
    if ZonesListed equal to zero
        display "(no restricted zones set up)"
    end-if
    .

end program TakeAccreditationEntry.
