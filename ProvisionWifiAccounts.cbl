identification division.
program-id. ProvisionWifiAccounts is initial.

environment division.
input-output section.
    file-control.
        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode
            file status is AttendeeStatus.

        select optional VolunteersFile assign to VolunteerFileName
            organization is indexed
            access mode is dynamic
            record key is VolunteerAuthCode
            file status is VolunteerStatus.

        select optional WifiFile assign to WifiFileName
            organization is indexed
            access mode is dynamic
            record key is WifiAuthCode
            file status is WifiStatus.

        select optional ArrivalLogFile assign to ArrivalLogFileName
            organization is line sequential
            file status is ArrivalLogStatus.

        select WifiFullFile assign to WifiFullFileName
            organization is line sequential
            file status is WifiFullStatus.

        select WifiDeltaFile assign to WifiDeltaFileName
            organization is line sequential
            file status is WifiDeltaStatus.

data division.
file section.
    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd VolunteersFile.
        copy Volunteer replacing Volunteer by
            ==VolunteerRecord.
            88 EndOfVolunteersFile value high-values==.

    fd WifiFile.
        copy WifiCredential replacing WifiCredential by
            ==WifiRecord.
            88 EndOfWifiFile value high-values==.

    fd ArrivalLogFile.
        copy ArrivalLogEntry.

    fd WifiFullFile
        record contains 60 characters.
        01 WifiFullLine pic x(60).

    fd WifiDeltaFile
        record contains 60 characters.
        01 WifiDeltaLine pic x(60).

working-storage section.
    01 AttendeeStatus pic x(2).
    01 VolunteerStatus pic x(2).
    01 WifiStatus pic x(2).
    01 ArrivalLogStatus pic x(2).
        88 ArrivalLogOk  values "00", "05".
        88 ArrivalLogEof value "10".
    01 WifiFullStatus pic x(2).
    01 WifiDeltaStatus pic x(2).

    01 VolunteerFileName pic x(20) value "volunteers.dat".
    01 WifiFileName pic x(20) value "wifi-accounts.dat".
    01 ArrivalLogFileName pic x(24) value "arrival-log.dat".
    01 WifiFullFileName pic x(20) value "wifi-full.csv".
    01 WifiDeltaFileName pic x(20) value "wifi-delta.csv".
    01 BarredFileName pic x(24) value "barred-persons.dat".

    *> Last gate movement per person, from the arrival log
    01 MovementTable.
        05 NumberOfMovements pic 9(4) value zero.
        05 MovementEntry occurs 3000 times indexed by MovementIdx.
            10 MovementAuthCode pic x(6).
            10 MovementType     pic x.
                88 MovementIsIn  values "I", "M".
                88 MovementIsOut value "O".

    01 WantedState pic x value space.
        88 WantPending  value "P".
        88 WantActive   value "A".
        88 WantDisabled value "D".
    01 WantedGroup pic x value space.
    01 LastMovement pic x value space.
        88 LastMovementIn  values "I", "M".
        88 LastMovementOut value "O".
    01 BarredMatch pic 9 value zero.
        88 PersonIsBarred value 1.
    01 WifiFound pic 9 value zero.
        88 WifiWasFound value 1.
    01 PortalStatus pic x(8) value spaces.
    01 PortalGroup pic x(9) value spaces.
    01 ChangeText pic x(7) value spaces.

    01 AccountsCreated pic 9(4) value zero.
    01 AccountsActive pic 9(4) value zero.
    01 AccountsPending pic 9(4) value zero.
    01 AccountsDisabled pic 9(4) value zero.
    01 DeltaLines pic 9(4) value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    perform LoadGateMovements
    perform ProvisionAttendees
    perform ProvisionCrewVolunteers
    perform WriteExportFiles

    display "Wi-Fi accounts: " AccountsCreated " new, " AccountsActive
        " active, " AccountsPending " waiting for check-in, "
        AccountsDisabled " disabled"
    display "Full list in " function trim(WifiFullFileName) ", "
        DeltaLines " change(s) in " function trim(WifiDeltaFileName)
    goback
    .

LoadGateMovements section.
    open input ArrivalLogFile
        read ArrivalLogFile
            at end set ArrivalLogEof to true
        end-read
        perform until ArrivalLogEof
            if ArrivalLogIsCheckIn or ArrivalLogIsManualCheckIn
                or ArrivalLogIsCheckOut
                perform NoteMovement
            end-if
            read ArrivalLogFile
                at end set ArrivalLogEof to true
            end-read
        end-perform
    close ArrivalLogFile
    .

NoteMovement section.
    set MovementIdx to 1
    search MovementEntry
        at end continue
        when MovementIdx > NumberOfMovements
            if NumberOfMovements < 3000
                add 1 to NumberOfMovements
                set MovementIdx to NumberOfMovements
                move ArrivalLogAuthCode to MovementAuthCode(MovementIdx)
                move ArrivalLogTransactionType to MovementType(MovementIdx)
            end-if
        when MovementAuthCode(MovementIdx) equal to ArrivalLogAuthCode
            move ArrivalLogTransactionType to MovementType(MovementIdx)
    end-search
    .

FindLastMovement section.
    move space to LastMovement
    set MovementIdx to 1
    search MovementEntry
        at end continue
        when MovementIdx > NumberOfMovements
            continue
        when MovementAuthCode(MovementIdx) equal to WifiAuthCode of WifiRecord
            move MovementType(MovementIdx) to LastMovement
    end-search
    .

ProvisionAttendees section.
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key set EndOfAttendeesFile to true
    end-start
    open input AttendeesFile
    open input VolunteersFile
    open i-o WifiFile
        if not EndOfAttendeesFile
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-if
        perform until EndOfAttendeesFile
            move AuthCode of AttendeeRecord to WifiAuthCode of WifiRecord
            perform ReadOrCreateAccount
            perform FindLastMovement
            move zero to BarredMatch
            call "CheckBarredPerson" using
                by content BarredFileName,
                by content AttendeeName of AttendeeRecord,
                Email of AttendeeRecord, Telephone of AttendeeRecord,
                by reference BarredMatch
            evaluate true
                when AttendeeCancelled of AttendeeRecord
                    or AttendeeNoShow of AttendeeRecord
                    or AttendeeTransferred of AttendeeRecord
                    or PersonIsBarred
                    or LastMovementOut
                    set WantDisabled to true
                when LastMovementIn
                    set WantActive to true
                when WifiActive of WifiRecord
                    set WantActive to true
                when other
                    set WantPending to true
            end-evaluate
            perform SettleAccount
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close WifiFile
    close VolunteersFile
    close AttendeesFile
    .

ProvisionCrewVolunteers section.
    *> Crew on the volunteer roster with no booking of their own
    move low-values to VolunteerAuthCode of VolunteerRecord
    start VolunteersFile key is greater than VolunteerAuthCode of VolunteerRecord
        invalid key set EndOfVolunteersFile to true
    end-start
    open input VolunteersFile
    open input AttendeesFile
    open i-o WifiFile
        if not EndOfVolunteersFile
            read VolunteersFile next record
                at end set EndOfVolunteersFile to true
            end-read
        end-if
        perform until EndOfVolunteersFile
            move VolunteerAuthCode of VolunteerRecord to AuthCode of AttendeeRecord
            read AttendeesFile
                invalid key perform ProvisionOneVolunteer
            end-read
            read VolunteersFile next record
                at end set EndOfVolunteersFile to true
            end-read
        end-perform
    close WifiFile
    close AttendeesFile
    close VolunteersFile
    .

ProvisionOneVolunteer section.
    move VolunteerAuthCode of VolunteerRecord to WifiAuthCode of WifiRecord
    perform ReadOrCreateAccount
    perform FindLastMovement
    evaluate true
        when LastMovementOut set WantDisabled to true
        when LastMovementIn set WantActive to true
        when VolunteerOnShift of VolunteerRecord set WantActive to true
        when WifiActive of WifiRecord set WantActive to true
        when other set WantPending to true
    end-evaluate
    perform SettleAccount
    .

ReadOrCreateAccount section.
    move zero to WifiFound
    read WifiFile
        invalid key continue
        not invalid key set WifiWasFound to true
    end-read
    if not WifiWasFound
        move WifiAuthCode of WifiRecord to AuthCode of AttendeeRecord
        initialize WifiRecord
        move AuthCode of AttendeeRecord to WifiAuthCode of WifiRecord
        move spaces to WifiUsername of WifiRecord
        string "bc" function lower-case(WifiAuthCode of WifiRecord)
            delimited by size into WifiUsername of WifiRecord
        call "GenerateWifiPassword" using WifiPassword of WifiRecord
        set WifiPending of WifiRecord to true
        move space to WifiExportedState of WifiRecord
        move function current-date(1:15) to WifiChangedStamp of WifiRecord
        write WifiRecord
        add 1 to AccountsCreated
    end-if
    .

SettleAccount section.
    if WantedState not equal to WifiState of WifiRecord
        move WantedState to WifiState of WifiRecord
        move function current-date(1:15) to WifiChangedStamp of WifiRecord
    end-if
    evaluate true
        when WifiActive of WifiRecord add 1 to AccountsActive
        when WifiPending of WifiRecord add 1 to AccountsPending
        when other add 1 to AccountsDisabled
    end-evaluate
    rewrite WifiRecord
    .

WriteExportFiles section.
    *> The portal takes the full list on a reload and the delta between;
    *> an account is in the delta when it is new or its state has moved
    *> since the last export
    move low-values to WifiAuthCode of WifiRecord
    start WifiFile key is greater than WifiAuthCode of WifiRecord
        invalid key set EndOfWifiFile to true
    end-start
    open i-o WifiFile
    open input VolunteersFile
    open output WifiFullFile
    open output WifiDeltaFile
        move "username,password,status,group" to WifiFullLine
        write WifiFullLine
        move "change,username,password,status,group" to WifiDeltaLine
        write WifiDeltaLine
        if not EndOfWifiFile
            read WifiFile next record
                at end set EndOfWifiFile to true
            end-read
        end-if
        perform until EndOfWifiFile
            perform ExportOneAccount
            read WifiFile next record
                at end set EndOfWifiFile to true
            end-read
        end-perform
    close WifiDeltaFile
    close WifiFullFile
    close VolunteersFile
    close WifiFile
    .

ExportOneAccount section.
    move WifiAuthCode of WifiRecord to VolunteerAuthCode of VolunteerRecord
    read VolunteersFile
        invalid key set WifiForAttendee of WifiRecord to true
        not invalid key set WifiForVolunteer of WifiRecord to true
    end-read
    if WifiForVolunteer of WifiRecord
        move "volunteer" to PortalGroup
    else
        move "attendee" to PortalGroup
    end-if
    if WifiActive of WifiRecord
        move "enabled" to PortalStatus
    else
        move "disabled" to PortalStatus
    end-if
    move spaces to WifiFullLine
    string function trim(WifiUsername of WifiRecord) ","
        WifiPassword of WifiRecord "," function trim(PortalStatus) ","
        function trim(PortalGroup)
        delimited by size into WifiFullLine
    write WifiFullLine

    if WifiExportedState of WifiRecord not equal to WifiState of WifiRecord
        if WifiNeverExported of WifiRecord
            move "create" to ChangeText
        else
            move "update" to ChangeText
        end-if
        move spaces to WifiDeltaLine
        string function trim(ChangeText) ","
            function trim(WifiUsername of WifiRecord) ","
            WifiPassword of WifiRecord "," function trim(PortalStatus) ","
            function trim(PortalGroup)
            delimited by size into WifiDeltaLine
        write WifiDeltaLine
        add 1 to DeltaLines
        move WifiState of WifiRecord to WifiExportedState of WifiRecord
    end-if
    rewrite WifiRecord
    .

end program ProvisionWifiAccounts.
