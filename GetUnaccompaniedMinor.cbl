identification division.
program-id. GetUnaccompaniedMinor is initial.

environment division.
input-output section.
    file-control.
        select optional MinorsFile assign to MinorFileName
            organization is indexed
            access mode is dynamic
            record key is MinorAuthCode of MinorRecord
            file status is MinorStatus.

data division.
file section.
    fd MinorsFile.
        copy UnaccompaniedMinor replacing UnaccompaniedMinor by
            ==MinorRecord==.

working-storage section.
    01 MinorStatus pic x(2).
    01 MinorFileName pic x(24) value "unaccompanied-minors.dat".

linkage section.
    01 LookupAuthCode pic x(6).
    copy UnaccompaniedMinor.

procedure division using LookupAuthCode, UnaccompaniedMinor.
    *> Comes back with spaces in the AuthCode for anyone who is not an
    *> unaccompanied minor
    initialize UnaccompaniedMinor
    move spaces to MinorAuthCode of UnaccompaniedMinor
    open input MinorsFile
        move LookupAuthCode to MinorAuthCode of MinorRecord
        read MinorsFile
            invalid key continue
            not invalid key move MinorRecord to UnaccompaniedMinor
        end-read
    close MinorsFile
    goback
    .

end program GetUnaccompaniedMinor.
