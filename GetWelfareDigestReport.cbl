            organization is line sequential
            file status is ArrivalLogStatus.

        select optional MinorsFile assign to MinorFileName
            organization is indexed
            access mode is dynamic
            record key is MinorAuthCode of MinorRecord
            file status is MinorStatus.

        select optional GrantsFile assign to GrantFileName
            organization is indexed
            access mode is dynamic
            record key is GrantCode of GrantRecord
            file status is GrantStatus.

data division.
file section.
    fd IncidentLogFile.
    fd ArrivalLogFile.
        copy ArrivalLogEntry.

    fd MinorsFile.
        copy UnaccompaniedMinor replacing UnaccompaniedMinor by
            ==MinorRecord.
            88 EndOfMinorsFile value high-values==.

    fd GrantsFile.
        copy FundingGrant replacing FundingGrant by
            ==GrantRecord.
            88 EndOfGrantsFile value high-values==.

working-storage section.
    01 IncidentLogStatus pic x(2).
        88 IncidentLogOk  values "00", "05".
        88 ArrivalLogOk  values "00", "05".
        88 ArrivalLogEof value "10".

    01 MinorStatus pic x(2).
    01 MinorFileName pic x(24) value "unaccompanied-minors.dat".

    copy Attendee replacing Attendee by ==DigestAttendee==.

    01 IncidentLogFileName pic x(24) value "incident-log.dat".
    01 IncidentNoteLength pic 999 value 100.
    01 SensitiveAccess pic 9 value zero.
        88 SensitiveIsVisible value 1.
    01 ReadLogKey pic x(15) value spaces.
    01 ArrivalLogFileName pic x(24) value "arrival-log.dat".

    01 TodaysDate pic x(8) value spaces.
    01 WelfareArrivalCount pic 999 value zero.
    01 FollowUpCount pic 999 value zero.
    01 FollowUpHits pic 9 value zero.
    01 MinorsOnSiteCount pic 999 value zero.
    01 MinorName pic x(30) value spaces.
    01 GrantStatus pic x(2).
    01 GrantFileName pic x(20) value "funding-grants.dat".
    01 DeadlineWindowDays pic 99 value 14.
    01 DeadlineHorizon pic x(8) value spaces.
    01 HorizonNumber pic 9(8) value zero.
    01 DeliverableIndex pic 9 value zero.
    01 DeadlineCount pic 999 value zero.
    copy ReportWriterRequest.

linkage section.
    compute YesterdayInteger = integer-of-date(numval(TodaysDate)) - 1
    compute YesterdayNumber = date-of-integer(YesterdayInteger)
    move YesterdayNumber to YesterdaysDate
    call "CheckSensitiveAccess" using by reference SensitiveAccess

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    end-if
    perform EmitLine

    move "UNACCOMPANIED UNDER-18s ON SITE" to ReportLineText
    perform EmitLine
    perform ListUnaccompaniedMinors
    if MinorsOnSiteCount equal to zero
        move "(none)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine

    move "FUNDER REPORTS AND DELIVERABLES DUE IN THE NEXT FORTNIGHT"
        to ReportLineText
    perform EmitLine
    perform ListFunderDeadlines
    if DeadlineCount equal to zero
        move "(none due)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine

    move "OPEN FOLLOW-UPS FROM EARLIER DAYS (notes marked FOLLOW UP)"
        to ReportLineText
    perform EmitLine
        end-read
        perform until IncidentLogEof
            if IncidentTimestamp(1:8) equal to YesterdaysDate
                perform RevealIncidentNote
                perform ResolveDigestName
                string IncidentTimestamp(9:4) " " DigestName " ("
                    IncidentAuthCode "): "
                    delimited by size into ReportLineText
                perform EmitLine
                add 1 to YesterdayIncidentCount
                perform EmitLine
                perform LogIncidentNoteRead
            end-if
            read IncidentLogFile
                at end set IncidentLogEof to true
            at end set ArrivalLogEof to true
        end-read
        perform until ArrivalLogEof
            if not ArrivalLogIsCheckOut and not ArrivalLogIsVisitor
                and ArrivalLogTimestamp(1:8) equal to YesterdaysDate
                perform CheckArrivalForWelfareFlag
            end-if
        using by content AttendeeFileName,
        by content ArrivalLogAuthCode,
        by reference DigestAttendee
    call "ProtectAttendeeFields" using by content "D",
        by reference DigestAttendee
    if AttendeeName of DigestAttendee not equal to high-values
        and AttendeeHasWelfareConcern of DigestAttendee
        string AttendeeName of DigestAttendee " (" ArrivalLogAuthCode
            delimited by size into ReportLineText
        perform EmitLine
        add 1 to WelfareArrivalCount
        if SensitiveIsVisible
            move ArrivalLogAuthCode to ReadLogKey
            call "LogSensitiveRead" using by content "ATTENDEE", ReadLogKey,
                ArrivalLogAuthCode, "D", "WELFARE     "
        end-if
    end-if
    .

RevealIncidentNote section.
    call "ProtectSensitiveText" using by content "D", IncidentAuthCode,
        by reference IncidentNote of IncidentLogEntry,
        by content IncidentNoteLength
    .

LogIncidentNoteRead section.
    if SensitiveIsVisible
        move IncidentTimestamp to ReadLogKey
        call "LogSensitiveRead" using by content "INCIDENT", ReadLogKey,
            IncidentAuthCode, "D", "WELFARE     "
    end-if
    .

ListUnaccompaniedMinors section.
    move low-values to MinorAuthCode of MinorRecord
    start MinorsFile key is greater than MinorAuthCode of MinorRecord
        invalid key set EndOfMinorsFile to true
    end-start
    open input MinorsFile
        if not EndOfMinorsFile
            read MinorsFile next record
                at end set EndOfMinorsFile to true
            end-read
        end-if
        perform until EndOfMinorsFile
            call "GetAttendeeByAuthCode"
                using by content AttendeeFileName,
                by content MinorAuthCode of MinorRecord,
                by reference DigestAttendee
            if AttendeeName of DigestAttendee not equal to high-values
                and AttendeeArrived of DigestAttendee
                perform PrintUnaccompaniedMinor
            end-if
            read MinorsFile next record
                at end set EndOfMinorsFile to true
            end-read
        end-perform
    close MinorsFile
    .

PrintUnaccompaniedMinor section.
    add 1 to MinorsOnSiteCount
    move AttendeeName of DigestAttendee to MinorName
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content MinorResponsibleAuthCode of MinorRecord,
        by reference DigestAttendee
    if AttendeeName of DigestAttendee equal to high-values
        move "(unknown attendee)" to AttendeeName of DigestAttendee
    end-if
    string MinorName " (" MinorAuthCode of MinorRecord ")  born "
        MinorDateOfBirth of MinorRecord "  responsible adult "
        function trim(AttendeeName of DigestAttendee) " ("
        MinorResponsibleAuthCode of MinorRecord ")"
        delimited by size into ReportLineText
    perform EmitLine
    string "    parent " function trim(MinorParentName of MinorRecord)
        " " MinorParentPhone of MinorRecord
        delimited by size into ReportLineText
    if not MinorConsentConfirmed of MinorRecord
        move "** CONSENT NOT CONFIRMED **" to ReportLineText(60:27)
    end-if
    perform EmitLine
    .

ListFunderDeadlines section.
    compute HorizonNumber = date-of-integer(
        integer-of-date(numval(TodaysDate)) + DeadlineWindowDays)
    move HorizonNumber to DeadlineHorizon
    move low-values to GrantCode of GrantRecord
    start GrantsFile key is greater than GrantCode of GrantRecord
        invalid key set EndOfGrantsFile to true
    end-start
    open input GrantsFile
        if not EndOfGrantsFile
            read GrantsFile next record
                at end set EndOfGrantsFile to true
            end-read
        end-if
        perform until EndOfGrantsFile
            perform varying DeliverableIndex from 1 by 1
                until DeliverableIndex > 3
                if DeliverableDueDate of GrantRecord(DeliverableIndex)
                    not equal to spaces
                    and DeliverableIsOutstanding of GrantRecord(DeliverableIndex)
                    and DeliverableDueDate of GrantRecord(DeliverableIndex)
                        <= DeadlineHorizon
                    perform PrintFunderDeadline
                end-if
            end-perform
            read GrantsFile next record
                at end set EndOfGrantsFile to true
            end-read
        end-perform
    close GrantsFile
    .

PrintFunderDeadline section.
    add 1 to DeadlineCount
    string DeliverableDueDate of GrantRecord(DeliverableIndex) " "
        GrantCode of GrantRecord " " trim(GrantFunder of GrantRecord) ": "
        trim(DeliverableText of GrantRecord(DeliverableIndex))
        delimited by size into ReportLineText
    if DeliverableDueDate of GrantRecord(DeliverableIndex) < TodaysDate
        move "** OVERDUE **" to ReportLineText(88:13)
    end-if
    perform EmitLine
    .

ListOpenFollowUps section.
    open input IncidentLogFile
        read IncidentLogFile
        end-read
        perform until IncidentLogEof
            if IncidentTimestamp(1:8) < YesterdaysDate
                perform RevealIncidentNote
                move zero to FollowUpHits
                inspect function upper-case(IncidentNote of IncidentLogEntry)
                    tallying FollowUpHits for all "FOLLOW"
                        delimited by size into ReportLineText
                    perform EmitLine
                    add 1 to FollowUpCount
                    perform EmitLine
                    perform LogIncidentNoteRead
                end-if
            end-if
            read IncidentLogFile
