            record key is AssignmentAuthCode
            file status is AssignmentStatus.

        select optional DutiesFile assign to DutyFileName
            organization is indexed
            access mode is dynamic
            record key is DutyAuthCode
            file status is DutyStatus.

        select optional SlotsFile assign to SlotFileName
            organization is indexed
            access mode is dynamic
            record key is DutySlotID
            file status is SlotStatus.

        select optional WifiFile assign to WifiFileName
            organization is indexed
            access mode is dynamic
            record key is WifiAuthCode
            file status is WifiStatus.

        select optional PitchesFile assign to PitchFileName
            organization is indexed
            access mode is dynamic
            ==AssignmentRecord.
            88 EndOfAssignmentsFile value high-values==.

    fd DutiesFile.
        copy CampDuty replacing CampDuty by
            ==DutyRecord.
            88 EndOfDutiesFile value high-values==.

    fd SlotsFile.
        copy DutySlot replacing DutySlot by
            ==SlotRecord.
            88 EndOfSlotsFile value high-values==.

    fd WifiFile.
        copy WifiCredential replacing WifiCredential by
            ==WifiRecord.
            88 EndOfWifiFile value high-values==.

    fd PitchesFile.
        copy PitchRecord replacing PitchRecord by
            ==PitchFileRecord.
    01 VolunteerStatus pic x(2).
    01 AssignmentStatus pic x(2).
    01 PitchStatus pic x(2).
    01 DutyStatus pic x(2).
    01 SlotStatus pic x(2).
    01 WifiStatus pic x(2).

    01 SignupFileName pic x(24) value "workshop-signups.dat".
    01 WorkshopFileName pic x(20) value "workshops.dat".
    01 VolunteerFileName pic x(20) value "volunteers.dat".
    01 AssignmentFileName pic x(24) value "pitch-assignments.dat".
    01 PitchFileName pic x(20) value "pitches.dat".
    01 DutyFileName pic x(20) value "camp-duties.dat".
    01 SlotFileName pic x(20) value "duty-slots.dat".
    01 DutyName pic x(16) value spaces.
    01 WifiFileName pic x(20) value "wifi-accounts.dat".

    copy Attendee replacing Attendee by ==ItineraryAttendee==.
    01 WorkshopsListed pic 99 value zero.
    perform PrintWorkshopSection
    perform EmitLine
    perform PrintShiftSection
    perform PrintDutySection
    perform PrintWifiSection
    perform PrintKidsSection
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    close VolunteersFile
    .

PrintDutySection section.
    open input DutiesFile
        move ItineraryAuthCode to DutyAuthCode of DutyRecord
        read DutiesFile
            invalid key continue
            not invalid key
                perform PrintDutyDetail
        end-read
    close DutiesFile
    .

PrintDutyDetail section.
    initialize SlotRecord
    open input SlotsFile
        move DutyAssignedSlot of DutyRecord to DutySlotID of SlotRecord
        read SlotsFile
            invalid key continue
            not invalid key continue
        end-read
    close SlotsFile
    evaluate true
        when DutyIsWashingUp of SlotRecord move "washing up" to DutyName
        when DutyIsToilets of SlotRecord move "toilet cleaning" to DutyName
        when DutyIsKitchenPrep of SlotRecord move "kitchen prep" to DutyName
        when other move "camp duty" to DutyName
    end-evaluate
    move "YOUR CAMP DUTY" to ReportLineText
    perform EmitLine
    move spaces to ReportLineText
    string "  " DutySlotDay of SlotRecord " "
        DutySlotTime of SlotRecord " - " function trim(DutyName)
        delimited by size into ReportLineText
    if DutyIsDone of DutyRecord
        move "(done - thank you)" to ReportLineText(50:18)
    end-if
    perform EmitLine
    perform EmitLine
    .

PrintWifiSection section.
    *> Logins are only issued at check-in, so pre-event itineraries skip this
    open input WifiFile
        move ItineraryAuthCode to WifiAuthCode of WifiRecord
        read WifiFile
            invalid key continue
            not invalid key
                if WifiActive of WifiRecord
                    move "CAMP WI-FI (network BarnCamp)" to ReportLineText
                    perform EmitLine
                    string "  login " WifiUsername of WifiRecord
                        "  password " WifiPassword of WifiRecord
                        delimited by size into ReportLineText
                    perform EmitLine
                    perform EmitLine
                end-if
        end-read
    close WifiFile
    .

PrintKidsSection section.
    if NumberOfKids of ItineraryAttendee > zero
        move "YOUR KIDS (sign in and out at the kids' tent)"
