identification division.
program-id. MergeNoticeTemplate is initial.

environment division.
input-output section.
    file-control.
        select optional AssignmentsFile assign to AssignmentFileName
            organization is indexed
            access mode is dynamic
            record key is AssignmentAuthCode
            file status is AssignmentStatus.

data division.
file section.
    fd AssignmentsFile.
        copy PitchAssignment replacing PitchAssignment by
            ==AssignmentRecord.
            88 EndOfAssignmentsFile value high-values==.

working-storage section.
    01 AssignmentStatus pic x(2).
    01 AssignmentFileName pic x(24) value "pitch-assignments.dat".

    01 TemplateIdx pic 999 value zero.
    01 MergePointer pic 999 value 1.
    01 TokenEnd pic 999 value zero.
    01 TokenLength pic 99 value zero.
    01 MergeToken pic x(12) value spaces.
    01 MergeValue pic x(60) value spaces.
    01 MergeValueLength pic 99 value zero.
    01 BalanceDue pic s9(5)v99 value zero.
    01 BalanceText pic z(4)9.99.
    01 SlotDay pic x(3) value spaces.
    01 SlotStart pic x(4) value spaces.
    01 SlotEnd pic x(4) value spaces.

linkage section.
    copy Attendee replacing Attendee by ==MergeAttendee==.
    01 MergeExtraText pic x(60).
    01 MergeTemplateText pic x(100).
    01 MergedText pic x(100).
    01 MergeFlag pic 9.
        88 MergeWasClean   value 0.
        88 MergeOverflowed value 1.

procedure division using MergeAttendee, MergeExtraText, MergeTemplateText,
    MergedText, MergeFlag.
    *> Merge fields are written in braces - {NAME}, {FIRSTNAME}, {AUTHCODE},
    *> {ARRIVAL}, {DEPARTURE}, {BALANCE}, {PITCH}, {SLOT} and {DETAIL}
    move zero to MergeFlag
    move spaces to MergedText

    move 1 to MergePointer
    move 1 to TemplateIdx
    perform until TemplateIdx > 100 or MergeOverflowed
        move zero to TokenEnd
        if MergeTemplateText(TemplateIdx:1) equal to "{"
            perform FindTokenEnd
        end-if
        if TokenEnd > zero
            perform MergeOneToken
            compute TemplateIdx = TokenEnd + 1
        else
            string MergeTemplateText(TemplateIdx:1) delimited by size
                into MergedText with pointer MergePointer
                on overflow
                    if MergeTemplateText(TemplateIdx:) not equal to spaces
                        set MergeOverflowed to true
                    end-if
            end-string
            add 1 to TemplateIdx
        end-if
    end-perform
    goback
    .

FindTokenEnd section.
    perform varying TokenEnd from TemplateIdx by 1
        until TokenEnd > 100 or TokenEnd > TemplateIdx + 12
            or MergeTemplateText(TokenEnd:1) equal to "}"
        continue
    end-perform
    if TokenEnd > 100 or TokenEnd > TemplateIdx + 12
        move zero to TokenEnd
    end-if
    .

MergeOneToken section.
    compute TokenLength = TokenEnd - TemplateIdx - 1
    move spaces to MergeToken, MergeValue
    if TokenLength > zero
        move function upper-case(MergeTemplateText(TemplateIdx + 1:TokenLength))
            to MergeToken
    end-if
    evaluate MergeToken
        when "NAME"
            move AttendeeName of MergeAttendee to MergeValue
        when "FIRSTNAME"
            unstring AttendeeName of MergeAttendee delimited by space
                into MergeValue
            end-unstring
        when "AUTHCODE"
            move AuthCode of MergeAttendee to MergeValue
        when "ARRIVAL"
            move ArrivalDay of MergeAttendee to MergeValue
        when "DEPARTURE"
            move DepartureDay of MergeAttendee to MergeValue
        when "BALANCE"
            compute BalanceDue = AmountToPay of MergeAttendee
                - AmountPaid of MergeAttendee
            if BalanceDue < zero
                move zero to BalanceDue
            end-if
            move BalanceDue to BalanceText
            string "$" function trim(BalanceText) delimited by size
                into MergeValue
        when "PITCH"
            perform FindPitch
        when "SLOT"
            call "GetAttendeeArrivalSlot" using AuthCode of MergeAttendee,
                by reference SlotDay, SlotStart, SlotEnd
            if SlotStart equal to spaces
                move "any time from noon" to MergeValue
            else
                string SlotDay " " SlotStart "-" SlotEnd
                    delimited by size into MergeValue
            end-if
        when "DETAIL"
            move MergeExtraText to MergeValue
        when other
            *> Not a merge field we know - leave the braces in for the preview
            move MergeTemplateText(TemplateIdx:TokenLength + 2) to MergeValue
    end-evaluate

    move zero to MergeValueLength
    if MergeValue not equal to spaces
        move function length(function trim(MergeValue trailing))
            to MergeValueLength
        string MergeValue(1:MergeValueLength) delimited by size
            into MergedText with pointer MergePointer
            on overflow set MergeOverflowed to true
        end-string
    end-if
    .

FindPitch section.
    open input AssignmentsFile
        move AuthCode of MergeAttendee to AssignmentAuthCode of AssignmentRecord
        read AssignmentsFile
            invalid key
                move "to be allocated at the gate" to MergeValue
            not invalid key
                move AssignedPitchNumber of AssignmentRecord to MergeValue
        end-read
    close AssignmentsFile
    .

end program MergeNoticeTemplate.
