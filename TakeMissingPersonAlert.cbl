identification division.
program-id. TakeMissingPersonAlert is initial.

environment division.
configuration section.
    repository.
        function createAuthCode.

input-output section.
    file-control.
        select optional MissingAlertsFile assign to MissingAlertFileName
            organization is indexed
            access mode is dynamic
            record key is AlertID
            file status is MissingAlertStatus.

data division.
file section.
    fd MissingAlertsFile.
        copy MissingPersonAlert replacing MissingPersonAlert by
            ==MissingAlertRecord.
            88 EndOfMissingAlertsFile value high-values==.

working-storage section.
    01 MissingAlertStatus pic x(2).
        88 RecordExists value "22".

    01 MissingAlertFileName pic x(20) value "missing-alerts.dat".
    copy Attendee replacing Attendee by ==MissingAttendee==.
    copy OperatorSession.

    01 ActionEntry pic x value space.
        88 RaisingAlert    value "R", "r".
        88 LoggingSighting value "S", "s".
        88 LoggingAction   value "A", "a".
        88 StandingDown    value "D", "d".
        88 ListingAlerts   value "L", "l".
    01 EnteredAlertID pic x(6) value spaces.
    01 KidSlotEntry pic x value space.
    01 KidAgeText pic z9 value zero.
    01 LogType pic x value space.
    01 LogText pic x(80) value spaces.
    01 AlertFoundFlag pic 9 value zero.
        88 OpenAlertFound value 1.
    01 AlertsListed pic 99 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    display "** Missing person - R=raise alert, S=sighting, A=action taken,"
        " D=stand down, L=list open: " with no advancing
    accept ActionEntry from console
    evaluate true
        when RaisingAlert perform RaiseAlert
        when LoggingSighting
            move "S" to LogType
            perform LogAgainstAlert
        when LoggingAction
            move "A" to LogType
            perform LogAgainstAlert
        when StandingDown perform StandDownAlert
        when ListingAlerts perform ListOpenAlerts
        when other display "No action taken"
    end-evaluate
    goback
    .

RaiseAlert section.
    initialize MissingAlertRecord
    display "AuthCode of the missing person (or their parent): "
        with no advancing
    accept AlertAuthCode of MissingAlertRecord from console
    move function upper-case(AlertAuthCode of MissingAlertRecord)
        to AlertAuthCode of MissingAlertRecord
    call "GetAttendeeByAuthCode" using by content AttendeeFileName,
        AlertAuthCode of MissingAlertRecord,
        by reference MissingAttendee
    if AttendeeName of MissingAttendee equal to high-values
        display "AuthCode not found - nothing raised"
        exit section
    end-if

    move zero to AlertKidSlot of MissingAlertRecord
    if NumberOfKids of MissingAttendee > zero
        display "Child on this booking? slot 1-" NumberOfKids of MissingAttendee
            ", or 0 for " function trim(AttendeeName of MissingAttendee)
            " themselves: " with no advancing
        accept KidSlotEntry from console
        if KidSlotEntry is numeric
            and KidSlotEntry <= NumberOfKids of MissingAttendee
            move KidSlotEntry to AlertKidSlot of MissingAlertRecord
        end-if
    end-if
    if AlertIsForAttendee of MissingAlertRecord
        move AttendeeName of MissingAttendee
            to AlertPersonName of MissingAlertRecord
    else
        move KidAges of MissingAttendee(AlertKidSlot of MissingAlertRecord)
            to KidAgeText
        string "Child aged " function trim(KidAgeText) " of "
            AttendeeName of MissingAttendee
            delimited by size into AlertPersonName of MissingAlertRecord
        end-string
    end-if

    display "Description (clothing, height, hair): " with no advancing
    accept AlertDescription of MissingAlertRecord from console
    display "Last seen where: " with no advancing
    accept AlertLastSeenPlace of MissingAlertRecord from console
    display "Last seen at (HHMM): " with no advancing
    accept AlertLastSeenTime of MissingAlertRecord from console

    move createAuthCode to AlertID of MissingAlertRecord
    move function current-date(1:15) to AlertRaisedStamp of MissingAlertRecord
    call "GetCurrentOperator" using by reference OperatorSession
    move SessionOperatorCode to AlertRaisedBy of MissingAlertRecord
    set AlertIsOpen of MissingAlertRecord to true
    open i-o MissingAlertsFile
        write MissingAlertRecord
            invalid key
                display "Error - status is " MissingAlertStatus
        end-write
    close MissingAlertsFile

    move "R" to LogType
    move spaces to LogText
    string function trim(AlertPersonName of MissingAlertRecord)
        " - last seen " function trim(AlertLastSeenPlace of MissingAlertRecord)
        " at " AlertLastSeenTime of MissingAlertRecord
        delimited by size into LogText
    end-string
    call "RecordMissingPersonLog" using AlertID of MissingAlertRecord,
        LogType, LogText
    move "R" to LogType
    move AlertDescription of MissingAlertRecord to LogText
    call "RecordMissingPersonLog" using AlertID of MissingAlertRecord,
        LogType, LogText

    display "ALERT " AlertID of MissingAlertRecord
        " RAISED - banner is now showing on every scanning screen"
    .

LogAgainstAlert section.
    perform FindOpenAlert
    if not OpenAlertFound
        exit section
    end-if
    if LogType equal to "S"
        display "Sighting - where, when, who saw them: " with no advancing
    else
        display "Action taken: " with no advancing
    end-if
    move spaces to LogText
    accept LogText from console
    call "RecordMissingPersonLog" using EnteredAlertID, LogType, LogText
    display "Logged against alert " EnteredAlertID
    .

StandDownAlert section.
    perform FindOpenAlert
    if not OpenAlertFound
        exit section
    end-if
    display "Found safe - where and with whom: " with no advancing
    move spaces to LogText
    accept LogText from console
    open i-o MissingAlertsFile
        move EnteredAlertID to AlertID of MissingAlertRecord
        read MissingAlertsFile
            invalid key
                display "Error - status is " MissingAlertStatus
            not invalid key
                set AlertIsStoodDown of MissingAlertRecord to true
                move function current-date(1:15)
                    to AlertStoodDownStamp of MissingAlertRecord
                call "GetCurrentOperator" using by reference OperatorSession
                move SessionOperatorCode
                    to AlertStoodDownBy of MissingAlertRecord
                rewrite MissingAlertRecord
        end-read
    close MissingAlertsFile
    move "D" to LogType
    call "RecordMissingPersonLog" using EnteredAlertID, LogType, LogText
    display "Alert " EnteredAlertID " stood down - banners will clear"
    .

FindOpenAlert section.
    move zero to AlertFoundFlag
    display "Alert ID: " with no advancing
    accept EnteredAlertID from console
    move function upper-case(EnteredAlertID) to EnteredAlertID
    open input MissingAlertsFile
        move EnteredAlertID to AlertID of MissingAlertRecord
        read MissingAlertsFile
            invalid key
                display "No alert " EnteredAlertID " on file"
            not invalid key
                if AlertIsOpen of MissingAlertRecord
                    set OpenAlertFound to true
                else
                    display "Alert " EnteredAlertID " has been stood down"
                end-if
        end-read
    close MissingAlertsFile
    .

ListOpenAlerts section.
    move low-values to AlertID of MissingAlertRecord
    start MissingAlertsFile key is greater than AlertID of MissingAlertRecord
        invalid key set EndOfMissingAlertsFile to true
    end-start
    open input MissingAlertsFile
        if not EndOfMissingAlertsFile
            read MissingAlertsFile next record
                at end set EndOfMissingAlertsFile to true
            end-read
        end-if
        perform until EndOfMissingAlertsFile
            if AlertIsOpen of MissingAlertRecord
                add 1 to AlertsListed
                display AlertID of MissingAlertRecord "  "
                    AlertPersonName of MissingAlertRecord "  seen "
                    function trim(AlertLastSeenPlace of MissingAlertRecord)
                    " " AlertLastSeenTime of MissingAlertRecord
            end-if
            read MissingAlertsFile next record
                at end set EndOfMissingAlertsFile to true
            end-read
        end-perform
    close MissingAlertsFile
    if AlertsListed equal to zero
        display "(no open missing person alerts)"
    end-if
    .

end program TakeMissingPersonAlert.
