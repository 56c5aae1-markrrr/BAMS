identification division.
program-id. SignSiteVisitor is initial.

environment division.
configuration section.
    repository.
        function createAuthCode.

input-output section.
    file-control.
        select optional SiteVisitorsFile assign to SiteVisitorFileName
            organization is indexed
            access mode is dynamic
            record key is VisitorPassID
            file status is SiteVisitorStatus.

        select optional ArrivalLogFile assign to ArrivalLogFileName
            organization is line sequential
            file status is ArrivalLogStatus.

data division.
file section.
    fd SiteVisitorsFile.
        copy SiteVisitor replacing SiteVisitor by
            ==SiteVisitorRecord.
            88 EndOfSiteVisitorsFile value high-values==.

    fd ArrivalLogFile.
        copy ArrivalLogEntry.

working-storage section.
    01 SiteVisitorStatus pic x(2).
        88 RecordExists value "22".
    01 ArrivalLogStatus pic x(2).

    01 SiteVisitorFileName pic x(20) value "site-visitors.dat".
    01 ArrivalLogFileName pic x(20) value "arrival-log.dat".
    copy OperatorSession.

    01 EnteredPassID pic x(6) value spaces.
    01 NewPassCode pic x(6) value spaces.
    01 VisitorFoundFlag pic 9 value zero.
        88 VisitorFound value 1.

linkage section.
    01 VisitorMessage pic x(40).

procedure division using VisitorMessage.
    move spaces to VisitorMessage
    display "Non-attendee pass ID (blank to register someone new): "
        with no advancing
    accept EnteredPassID from console
    move function upper-case(EnteredPassID) to EnteredPassID
    if EnteredPassID equal to spaces
        perform RegisterVisitor
    else
        perform ToggleVisitorOnSite
    end-if
    goback
    .

RegisterVisitor section.
    initialize SiteVisitorRecord
    display "Name: " with no advancing
    accept VisitorName of SiteVisitorRecord from console
    if VisitorName of SiteVisitorRecord equal to spaces
        move "No name given - nobody signed in" to VisitorMessage
        exit section
    end-if
    display "Company: " with no advancing
    accept VisitorCompany of SiteVisitorRecord from console
    display "Type (C=contractor D=supplier driver T=trader staff G=guest): "
        with no advancing
    accept VisitorType of SiteVisitorRecord from console
    move function upper-case(VisitorType of SiteVisitorRecord)
        to VisitorType of SiteVisitorRecord
    if not (VisitorIsContractor of SiteVisitorRecord
        or VisitorIsDriver of SiteVisitorRecord
        or VisitorIsTraderStaff of SiteVisitorRecord)
        set VisitorIsGuest of SiteVisitorRecord to true
    end-if
    display "Purpose of visit: " with no advancing
    accept VisitorPurpose of SiteVisitorRecord from console
    display "Host (who they are here to see): " with no advancing
    accept VisitorHost of SiteVisitorRecord from console
    display "Mobile number: " with no advancing
    accept VisitorPhone of SiteVisitorRecord from console

    *> Pass IDs start with V so they can never clash with a booking AuthCode
    move createAuthCode to NewPassCode
    string "V" NewPassCode(1:5) delimited by size
        into VisitorPassID of SiteVisitorRecord
    end-string
    set VisitorIsOnSite of SiteVisitorRecord to true
    move function current-date(1:15) to VisitorLastInStamp of SiteVisitorRecord
    open i-o SiteVisitorsFile
        write SiteVisitorRecord
            invalid key
                display "Error - status is " SiteVisitorStatus
        end-write
    close SiteVisitorsFile
    set ArrivalLogIsVisitorIn to true
    perform WriteVisitorScan
    display "Pass " VisitorPassID of SiteVisitorRecord
        " - write it on their visitor wristband"
    string "Visitor signed in - pass "
        VisitorPassID of SiteVisitorRecord
        delimited by size into VisitorMessage
    end-string
    .

ToggleVisitorOnSite section.
    move zero to VisitorFoundFlag
    open i-o SiteVisitorsFile
        move EnteredPassID to VisitorPassID of SiteVisitorRecord
        read SiteVisitorsFile
            invalid key
                move "No such visitor pass" to VisitorMessage
            not invalid key
                set VisitorFound to true
                if VisitorIsOnSite of SiteVisitorRecord
                    set VisitorIsOffSite of SiteVisitorRecord to true
                    move function current-date(1:15)
                        to VisitorLastOutStamp of SiteVisitorRecord
                    set ArrivalLogIsVisitorOut to true
                else
                    set VisitorIsOnSite of SiteVisitorRecord to true
                    move function current-date(1:15)
                        to VisitorLastInStamp of SiteVisitorRecord
                    set ArrivalLogIsVisitorIn to true
                end-if
                rewrite SiteVisitorRecord
        end-read
    close SiteVisitorsFile
    if not VisitorFound
        exit section
    end-if
    perform WriteVisitorScan
    if ArrivalLogIsVisitorIn
        move "Visitor signed in" to VisitorMessage
    else
        move "Visitor signed out" to VisitorMessage
    end-if
    display function trim(VisitorName of SiteVisitorRecord) ", "
        function trim(VisitorCompany of SiteVisitorRecord)
        " - host " function trim(VisitorHost of SiteVisitorRecord)
    .

WriteVisitorScan section.
    move VisitorPassID of SiteVisitorRecord to ArrivalLogAuthCode
    move function current-date(1:15) to ArrivalLogTimestamp
    call "GetCurrentOperator" using by reference OperatorSession
    move SessionOperatorCode to ArrivalLogOperator
    open extend ArrivalLogFile
        write ArrivalLogEntry
    close ArrivalLogFile
    .

end program SignSiteVisitor.
