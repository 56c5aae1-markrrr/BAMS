identification division.
program-id. CheckMarketingSource is initial.

environment division.
input-output section.
    file-control.
        select optional SourcesFile assign to SourceFileName
            organization is indexed
            access mode is dynamic
            record key is SourceCode of SourceRecord
            file status is SourceStatus.

data division.
file section.
    fd SourcesFile.
        copy MarketingSource replacing MarketingSource by
            ==SourceRecord.
            88 EndOfSourcesFile value high-values==.

working-storage section.
    01 SourceStatus pic x(2).
    01 SourceFileName pic x(24) value "marketing-sources.dat".

linkage section.
    01 SourceText pic x(8).
    01 SourceFlag pic 9.
        88 SourceIsKnown value 1.

procedure division using SourceText, SourceFlag.
    *> Hands back the code in upper case; retired codes are not taken
    *> on new bookings
    move zero to SourceFlag
    move function upper-case(function trim(SourceText)) to SourceText
    if SourceText equal to spaces
        goback
    end-if
    open input SourcesFile
        move SourceText to SourceCode of SourceRecord
        read SourcesFile
            invalid key continue
            not invalid key
                if SourceIsActive of SourceRecord
                    set SourceIsKnown to true
                end-if
        end-read
    close SourcesFile
    goback
    .

end program CheckMarketingSource.
