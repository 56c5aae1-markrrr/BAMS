identification division.
program-id. CheckUnaccompaniedMinor is initial.

environment division.

data division.
working-storage section.
    copy UnaccompaniedMinor.
    copy Attendee replacing Attendee by ==ResponsibleAdult==.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 CheckAuthCode pic x(6).
    01 MinorCheckFlag pic 9.
        88 MinorCheckInRefused value 1.
    01 MinorCheckMessage pic x(40).

procedure division using AttendeeFileName, CheckAuthCode, MinorCheckFlag,
    MinorCheckMessage.
    *> A 16 or 17 year old without a parent needs signed consent and their
    *> responsible adult already through the gate
    move zero to MinorCheckFlag
    move spaces to MinorCheckMessage
    call "GetUnaccompaniedMinor" using CheckAuthCode, UnaccompaniedMinor
    if MinorAuthCode of UnaccompaniedMinor equal to spaces
        goback
    end-if
    if not MinorConsentConfirmed of UnaccompaniedMinor
        move "REFUSED - under 18, no parental consent" to MinorCheckMessage
        set MinorCheckInRefused to true
        goback
    end-if
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content MinorResponsibleAuthCode of UnaccompaniedMinor,
        by reference ResponsibleAdult
    if AttendeeName of ResponsibleAdult equal to high-values
        or not AttendeeArrived of ResponsibleAdult
        string "REFUSED - <18, adult "
            MinorResponsibleAuthCode of UnaccompaniedMinor " not on site"
            delimited by size into MinorCheckMessage
        set MinorCheckInRefused to true
        goback
    end-if
    string "Under 18 - with " AttendeeName of ResponsibleAdult
        delimited by size into MinorCheckMessage
    goback
    .

end program CheckUnaccompaniedMinor.
