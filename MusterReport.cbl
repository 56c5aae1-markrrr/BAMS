            record key is AssignmentAuthCode
            file status is AssignmentStatus.

        select optional SiteVisitorsFile assign to SiteVisitorFileName
            organization is indexed
            access mode is dynamic
            record key is VisitorPassID
            file status is SiteVisitorStatus.

data division.
file section.
    fd AttendeesFile.
            ==AssignmentRecord.
            88 EndOfAssignmentsFile value high-values==.

    fd SiteVisitorsFile.
        copy SiteVisitor replacing SiteVisitor by
            ==SiteVisitorRecord.
            88 EndOfSiteVisitorsFile value high-values==.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".

    01 MusterTotalOnSite pic 999 value zero.
    01 MusterTotalKids pic 99 value zero.
    01 ContactNameLength pic 999 value 30.
    01 ContactPhoneLength pic 999 value 15.
    01 SensitiveAccess pic 9 value zero.
        88 SensitiveIsVisible value 1.
    01 ReadLogKey pic x(15) value spaces.
    01 MusterSortEof pic 9 value zero.
        88 AtEndOfMusterSort value 1.
    01 AssignmentStatus pic x(2).
    01 AssignmentFileName pic x(24) value "pitch-assignments.dat".
    01 SiteVisitorStatus pic x(2).
    01 SiteVisitorFileName pic x(20) value "site-visitors.dat".
    01 MusterTotalVisitors pic 999 value zero.
    01 MusterGrandTotal pic 9(4) value zero.
    01 VisitorTypeText pic x(12) value spaces.
    copy NightlyExtractRequest.
    copy NightlyExtract.
    01 NightlyExtractFileName pic x(20) value "nightly-extract.dat".

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    .

LoadArrivedAttendees section.
    if AttendeeFileName equal to NightlyExtractFileName
        perform LoadFromNightlyExtract
    else
        perform LoadFromAttendeesFile
    end-if
    .

LoadFromAttendeesFile section.
    move zeroes to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
    open input AttendeesFile
            at end set EndOfAttendeesFile to true
        end-read
        perform until EndOfAttendeesFile
            perform ReleaseIfArrived
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
    close AttendeesFile
    .

LoadFromNightlyExtract section.
    move "OPEN" to ExtractAction
    move AttendeeFileName to ExtractFileName
    call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
    perform NextExtractAttendee
    perform until not ExtractRecordReturned
        perform ReleaseIfArrived
        perform NextExtractAttendee
    end-perform
    .

NextExtractAttendee section.
    move "NEXT" to ExtractAction
    call "ReadNightlyExtract" using NightlyExtractRequest, NightlyExtract
    if ExtractRecordReturned
        move ExtractAttendeeImage to AttendeeRecord
    end-if
    .

ReleaseIfArrived section.
    if AttendeeArrived of AttendeeRecord
        move AttendeeName of AttendeeRecord to MusterSortName
        move AuthCode of AttendeeRecord to MusterSortAuthCode
        move NumberOfKids of AttendeeRecord to MusterSortKids
        move EmergencyContactName of AttendeeRecord to MusterSortContactName
        move EmergencyContactPhone of AttendeeRecord to MusterSortContactPhone
        if AttendeeFileName equal to NightlyExtractFileName
            move ExtractPitch to MusterSortPitch
        else
            perform LookUpPitchAssignment
        end-if
        release MusterSortRecord
    end-if
    .

PrintMusterReport section.
    display "    BarnCamp Attendee Management System v1.0   (c) copyleft 2017 HacktionLab    "
    display "FIRE EVACUATION MUSTER / ROLL-CALL REPORT"
    call "CheckSensitiveAccess" using by reference SensitiveAccess
    display " "
    display "Name                           AuthCode  Kids  Pitch  Emergency contact              Phone"
    display "------------------------------ --------  ----  -----  ------------------------------ ---------------"
        at end set AtEndOfMusterSort to true
    end-return
    perform until AtEndOfMusterSort
        call "ProtectSensitiveText" using by content "D", MusterSortAuthCode,
            by reference MusterSortContactName, by content ContactNameLength
        call "ProtectSensitiveText" using by content "D", MusterSortAuthCode,
            by reference MusterSortContactPhone, by content ContactPhoneLength
        display MusterSortName "  " MusterSortAuthCode "    " MusterSortKids
            "  " MusterSortPitch "   " MusterSortContactName " " MusterSortContactPhone
        if SensitiveIsVisible
            move MusterSortAuthCode to ReadLogKey
            call "LogSensitiveRead" using by content "ATTENDEE", ReadLogKey,
                MusterSortAuthCode, "B", "MUSTER      "
        end-if
        add 1 to MusterTotalOnSite
        add MusterSortKids to MusterTotalKids
        return MusterSortFile
    end-perform
    display "------------------------------ --------  ----  -----  ------------------------------ ---------------"
    display "Total on-site: " MusterTotalOnSite "    Total kids on-site: " MusterTotalKids
    perform PrintNonAttendeesOnSite
    call "PrintLiveInVehiclesByField"
    call "PrintKidsInKidsTent"
    .

PrintNonAttendeesOnSite section.
    display " "
    display "NON-ATTENDEES SIGNED IN AT THE GATE"
    display "Name                           Pass    Type         Company                        Host                           Phone"
    display "------------------------------ ------  ------------ ------------------------------ ------------------------------ ---------------"
    move low-values to VisitorPassID of SiteVisitorRecord
    start SiteVisitorsFile key is greater than VisitorPassID of SiteVisitorRecord
        invalid key set EndOfSiteVisitorsFile to true
    end-start
    open input SiteVisitorsFile
        if not EndOfSiteVisitorsFile
            read SiteVisitorsFile next record
                at end set EndOfSiteVisitorsFile to true
            end-read
        end-if
        perform until EndOfSiteVisitorsFile
            if VisitorIsOnSite of SiteVisitorRecord
                evaluate true
                    when VisitorIsContractor of SiteVisitorRecord
                        move "CONTRACTOR" to VisitorTypeText
                    when VisitorIsDriver of SiteVisitorRecord
                        move "DRIVER" to VisitorTypeText
                    when VisitorIsTraderStaff of SiteVisitorRecord
                        move "TRADER STAFF" to VisitorTypeText
                    when other
                        move "GUEST" to VisitorTypeText
                end-evaluate
                display VisitorName of SiteVisitorRecord " "
                    VisitorPassID of SiteVisitorRecord "  "
                    VisitorTypeText " "
                    VisitorCompany of SiteVisitorRecord " "
                    VisitorHost of SiteVisitorRecord " "
                    VisitorPhone of SiteVisitorRecord
                add 1 to MusterTotalVisitors
            end-if
            read SiteVisitorsFile next record
                at end set EndOfSiteVisitorsFile to true
            end-read
        end-perform
    close SiteVisitorsFile
    display "Total non-attendees on-site: " MusterTotalVisitors
    compute MusterGrandTotal =
        MusterTotalOnSite + MusterTotalKids + MusterTotalVisitors
    display "EVERYONE ON SITE (attendees, kids and non-attendees): "
        MusterGrandTotal
    .

LookUpPitchAssignment section.
    move spaces to MusterSortPitch
    open input AssignmentsFile
