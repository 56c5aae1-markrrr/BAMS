identification division.
program-id. GetNoticeTemplate is initial.

environment division.
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

working-storage section.
    01 TemplateStatus pic x(2).
    01 TemplateFileName pic x(20) value "notice-templates.dat".
    01 TodaysDate pic x(8) value spaces.

linkage section.
    01 WantedNotice pic x(8).
    01 WantedChannel pic x.
    01 FoundText pic x(100).
    01 FoundVersion pic 999.

procedure division using WantedNotice, WantedChannel, FoundText, FoundVersion.
    *> The highest version already in effect today is the one used
    move zero to FoundVersion
    move spaces to FoundText
    move function current-date(1:8) to TodaysDate
    move WantedNotice to TemplateNotice of TemplateRecord
    move WantedChannel to TemplateChannel of TemplateRecord
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
            or TemplateNotice of TemplateRecord not equal to WantedNotice
            or TemplateChannel of TemplateRecord not equal to WantedChannel
            if TemplateEffectiveDate of TemplateRecord <= TodaysDate
                move TemplateText of TemplateRecord to FoundText
                move TemplateVersion of TemplateRecord to FoundVersion
            end-if
            read TemplatesFile next record
                at end set EndOfTemplatesFile to true
            end-read
        end-perform
    close TemplatesFile
    goback
    .

end program GetNoticeTemplate.
