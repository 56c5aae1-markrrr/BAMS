copy crt-key-codes.

identification division.
program-id. NoticeTemplateScreen is initial.

environment division.
configuration section.
    special-names.
        crt status is Operation.

input-output section.
    file-control.
        select optional TemplatesFile assign to TemplateFileName
            organization is indexed
            access mode is dynamic
            record key is TemplateKey of TemplateRecord
            file status is TemplateStatus.

data division.
file section.
    fd TemplatesFile.
        copy NoticeTemplate replacing NoticeTemplate by
            ==TemplateRecord.
            88 EndOfTemplatesFile value high-values==.

local-storage section.
    01 Command pic x.
    copy Operation.
    copy OperatorSession.

    01 TemplateStatus pic x(2).
        88 TemplateSaved value "00".
    01 TemplateFileName pic x(20) value "notice-templates.dat".
    01 TodaysDate pic x(8) value spaces.
    01 ScreenMessage pic x(78) value spaces.

    copy NoticeTemplate replacing NoticeTemplate by ==EditTemplate==.
    01 EditText pic x(100) value spaces.
    01 filler redefines EditText.
        05 EditTextPart1 pic x(50).
        05 EditTextPart2 pic x(50).
    01 HighestVersion pic 999 value zero.
    01 InEffectVersion pic 999 value zero.
    01 VersionWanted pic 999 value zero.
    01 VersionFound pic 9 value zero.
        88 VersionWasFound value 1.

    copy Attendee replacing Attendee by ==PreviewAttendee==.
    01 PreviewAuthCode pic x(6) value spaces.
    01 PreviewDetail pic x(60) value spaces.
    01 PreviewText pic x(100) value spaces.
    01 filler redefines PreviewText.
        05 PreviewPart1 pic x(50).
        05 PreviewPart2 pic x(50).
    01 MergeFlag pic 9 value zero.
        88 MergeWasClean   value 0.
        88 MergeOverflowed value 1.

linkage section.
    01 AttendeesFileName pic x(20) value "attendees.dat".

screen section.
    01 TemplateScreen background-color 0 foreground-color 2.
        03 blank screen.
        03 line 1 column 1 value "    BarnCamp Attendee Management System v1.0   (c) copyleft 2017 HacktionLab    " reverse-video highlight.
        03 line 2 column 1 value "NOTICE TEMPLATE LIBRARY".
        03 line 4 column 1 value "Notice type:".
        03 line 4 column 22 using TemplateNotice of EditTemplate.
        03 line 4 column 32 value "(CONFIRM JOINING WAIVER LAPSE PROMOTE SEAT)".
        03 line 5 column 1 value "Channel:".
        03 line 5 column 22 using TemplateChannel of EditTemplate.
        03 line 5 column 32 value "(E email, S SMS, P post)".
        03 line 6 column 1 value "Version:".
        03 pic 999 line 6 column 22 from TemplateVersion of EditTemplate.
        03 line 6 column 32 value "Effective from:".
        03 line 6 column 48 using TemplateEffectiveDate of EditTemplate.
        03 line 6 column plus 2 value "(YYYYMMDD)".
        03 line 7 column 1 value "Saved by:".
        03 line 7 column 22 from TemplateSavedBy of EditTemplate.
        03 line 7 column 32 value "on".
        03 line 7 column 35 from TemplateSavedDate of EditTemplate.
        03 line 9 column 1 value "Wording:".
        03 line 10 column 1 using EditTextPart1.
        03 line 11 column 1 using EditTextPart2.
        03 line 13 column 1 value "Merge fields: {NAME} {FIRSTNAME} {AUTHCODE} {ARRIVAL} {DEPARTURE}".
        03 line 14 column 1 value "              {BALANCE} {PITCH} {SLOT} {DETAIL} (workshop for SEAT)".
        03 line 16 column 1 value "Preview for AuthCode:".
        03 line 16 column 23 using PreviewAuthCode.
        03 line 16 column 32 value "Detail:".
        03 line 16 column 40 using PreviewDetail.
        03 line 18 column 1 from PreviewPart1.
        03 line 19 column 1 from PreviewPart2.
        03 line 21 column 1 from ScreenMessage.
        03 line 24 column 1 value "Commands: F1 Home; F2 Load, F4 Preview, F6 Older version, F8 Save new, F10 Exit  " reverse-video highlight.
        03 line 24 column 78 to Command.

procedure division using AttendeesFileName.
    call "GetCurrentOperator" using by reference OperatorSession
    move function current-date(1:8) to TodaysDate
    initialize EditTemplate

    perform until OperationIsBack or OperationIsExit
        accept TemplateScreen from crt end-accept
        move function upper-case(TemplateNotice of EditTemplate)
            to TemplateNotice of EditTemplate
        move function upper-case(TemplateChannel of EditTemplate)
            to TemplateChannel of EditTemplate
        move function upper-case(PreviewAuthCode) to PreviewAuthCode
        evaluate true
            when OperationIsView
                perform LoadLatestTemplate
            when OperationIsToggleStatus
                perform LoadOlderVersion
            when OperationIsEdit
                perform PreviewTemplate
            when OperationIsSave
                perform SaveNewVersion
        end-evaluate
    end-perform
    goback
    .

LoadLatestTemplate section.
    if not TemplateNoticeIsValid of EditTemplate
        or not TemplateChannelIsValid of EditTemplate
        move "Give a notice type and channel from the lists shown"
            to ScreenMessage
        exit section
    end-if
    perform FindVersions
    if HighestVersion equal to zero
        move spaces to EditText
        move zero to TemplateVersion of EditTemplate
        move spaces to TemplateEffectiveDate of EditTemplate,
            TemplateSavedBy of EditTemplate, TemplateSavedDate of EditTemplate
        move "No template yet - the wording built into the program is sent"
            to ScreenMessage
        exit section
    end-if
    move HighestVersion to VersionWanted
    perform ReadVersion
    move spaces to ScreenMessage
    evaluate true
        when InEffectVersion equal to zero
            string "Version " HighestVersion " starts "
                TemplateEffectiveDate of EditTemplate
                " - built-in wording is sent until then"
                delimited by size into ScreenMessage
        when InEffectVersion equal to HighestVersion
            string "Version " HighestVersion " is the one being sent"
                delimited by size into ScreenMessage
        when other
            string "Version " HighestVersion " starts "
                TemplateEffectiveDate of EditTemplate " - version "
                InEffectVersion " is sent until then"
                delimited by size into ScreenMessage
    end-evaluate
    .

FindVersions section.
    move zero to HighestVersion, InEffectVersion
    move TemplateNotice of EditTemplate to TemplateNotice of TemplateRecord
    move TemplateChannel of EditTemplate to TemplateChannel of TemplateRecord
    move zero to TemplateVersion of TemplateRecord
    open input TemplatesFile
        start TemplatesFile key is not less than TemplateKey of TemplateRecord
            invalid key set EndOfTemplatesFile to true
        end-start
        if not EndOfTemplatesFile
            read TemplatesFile next record
                at end set EndOfTemplatesFile to true
            end-read
        end-if
        perform until EndOfTemplatesFile
            or TemplateNotice of TemplateRecord
                not equal to TemplateNotice of EditTemplate
            or TemplateChannel of TemplateRecord
                not equal to TemplateChannel of EditTemplate
            move TemplateVersion of TemplateRecord to HighestVersion
            if TemplateEffectiveDate of TemplateRecord <= TodaysDate
                move TemplateVersion of TemplateRecord to InEffectVersion
            end-if
            read TemplatesFile next record
                at end set EndOfTemplatesFile to true
            end-read
        end-perform
    close TemplatesFile
    .

ReadVersion section.
    move zero to VersionFound
    open input TemplatesFile
        move TemplateNotice of EditTemplate to TemplateNotice of TemplateRecord
        move TemplateChannel of EditTemplate
            to TemplateChannel of TemplateRecord
        move VersionWanted to TemplateVersion of TemplateRecord
        read TemplatesFile
            invalid key continue
            not invalid key
                move 1 to VersionFound
                move TemplateRecord to EditTemplate
                move TemplateText of TemplateRecord to EditText
        end-read
    close TemplatesFile
    .

LoadOlderVersion section.
    if TemplateVersion of EditTemplate <= 1
        move "There is no older version" to ScreenMessage
        exit section
    end-if
    compute VersionWanted = TemplateVersion of EditTemplate - 1
    perform ReadVersion
    move spaces to ScreenMessage
    if VersionWasFound
        string "Showing version " VersionWanted
            " - F8 saves this wording as a new version"
            delimited by size into ScreenMessage
    else
        move "Load the template with F2 first" to ScreenMessage
    end-if
    .

PreviewTemplate section.
    move spaces to PreviewText
    if PreviewAuthCode equal to spaces
        move "Give an AuthCode to preview against" to ScreenMessage
        exit section
    end-if
    call "GetAttendeeByAuthCode"
        using by content AttendeesFileName,
        by content PreviewAuthCode,
        by reference PreviewAttendee
    if AttendeeName of PreviewAttendee equal to high-values
        move "No attendee with that AuthCode" to ScreenMessage
        exit section
    end-if
    call "MergeNoticeTemplate" using PreviewAttendee, PreviewDetail,
        EditText, by reference PreviewText, MergeFlag
    if MergeOverflowed
        move "Too long once merged - the end of the notice will be cut off"
            to ScreenMessage
    else
        string "Preview for " function trim(AttendeeName of PreviewAttendee)
            " - not saved or sent" delimited by size into ScreenMessage
    end-if
    .

SaveNewVersion section.
    *> Versions are never overwritten so the dispatch log stays traceable
    if not TemplateNoticeIsValid of EditTemplate
        or not TemplateChannelIsValid of EditTemplate
        move "Give a notice type and channel from the lists shown"
            to ScreenMessage
        exit section
    end-if
    if EditText equal to spaces
        move "The wording is blank - nothing saved" to ScreenMessage
        exit section
    end-if
    if TemplateEffectiveDate of EditTemplate equal to spaces
        move TodaysDate to TemplateEffectiveDate of EditTemplate
    end-if
    if TemplateEffectiveDate of EditTemplate is not numeric
        move "Effective date must be YYYYMMDD - nothing saved"
            to ScreenMessage
        exit section
    end-if
    perform FindVersions
    if HighestVersion >= 999
        move "This notice has run out of version numbers" to ScreenMessage
        exit section
    end-if
    move TemplateNotice of EditTemplate to TemplateNotice of TemplateRecord
    move TemplateChannel of EditTemplate to TemplateChannel of TemplateRecord
    compute TemplateVersion of TemplateRecord = HighestVersion + 1
    move TemplateEffectiveDate of EditTemplate
        to TemplateEffectiveDate of TemplateRecord
    move EditText to TemplateText of TemplateRecord
    move SessionOperatorCode to TemplateSavedBy of TemplateRecord
    move TodaysDate to TemplateSavedDate of TemplateRecord
    open i-o TemplatesFile
        write TemplateRecord
            invalid key continue
        end-write
    close TemplatesFile
    move spaces to ScreenMessage
    if TemplateSaved
        move TemplateRecord to EditTemplate
        string "Saved as version " TemplateVersion of EditTemplate
            ", sent from " TemplateEffectiveDate of EditTemplate
            delimited by size into ScreenMessage
    else
        string "Not saved - status is " TemplateStatus
            delimited by size into ScreenMessage
    end-if
    .

end program NoticeTemplateScreen.
