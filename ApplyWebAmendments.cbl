    01 BarredFileName pic x(24) value "barred-persons.dat".
    01 BarredMatch pic 9 value zero.
        88 PersonIsBarred value 1.
    01 RequestedSlotStart pic x(4) value spaces.
    01 AssignedSlotStart pic x(4) value spaces.
    01 AmendedTravelMode pic x value space.
        88 AmendedTravelModeValid values "C", "V", "M", "T", "B", "K".
    01 AmendedTravelKm pic 9(4) value zero.
    01 AmendedSourceCode pic x(8) value spaces.
    01 SourceFlag pic 9 value zero.
        88 SourceIsKnown value 1.

    01 InterfaceFileName pic x(24) value spaces.
    01 InterfaceAmountColumn pic 9 value 0.
    01 InterfaceAccepted pic 9 value zero.
        88 InterfaceIsAccepted value 1.

linkage section.
    01 AmendmentsFileName pic x(20) value "amendments.csv".
    display "WEB BOOKING AMENDMENT RUN - " function trim(AmendmentsFileName)
    display " "

    move AmendmentsFileName to InterfaceFileName
    call "ValidateInterfaceFile" using by content "AMEND   ",
        InterfaceFileName, InterfaceAmountColumn,
        by reference InterfaceAccepted
    if not InterfaceIsAccepted
        goback
    end-if
    display " "

    open input AmendmentsFile
        read AmendmentsFile
            at end set AmendmentsEof to true
    .

ApplyAmendmentRow section.
    if AmendmentLine(1:4) equal to "HDR," or AmendmentLine(1:4) equal to "TRL,"
        exit section
    end-if
    move spaces to AmendmentKey, AmendmentField, AmendmentValue, RejectionReason
    unstring AmendmentLine delimited by ","
        into AmendmentKey, AmendmentField, AmendmentValue
            end-if
        end-if
    end-if
    if RejectionReason equal to spaces
        and AmendmentField equal to "ARRIVALSLOT"
        perform BookRequestedSlot
    end-if
    if RejectionReason equal to spaces
        and (AmendmentField equal to "TRAVELMODE"
            or AmendmentField equal to "TRAVELKM")
        perform RecordTravelAmendment
    end-if
    if RejectionReason equal to spaces
        and AmendmentField equal to "SOURCE"
        call "RecordBookingSource" using AuthCode of AmendedAttendee,
            AmendedSourceCode, by content "          ", "W"
    end-if

    if RejectionReason not equal spaces
        display "REJECTED  " function trim(AmendmentLine)
        add 1 to RowsRejected
    else
        call "UpdateAttendee" using by content AttendeeFileName, AmendedAttendee
        if AmendmentField equal to "ARRIVALDAY"
            and AttendeeComing of AmendedAttendee
            perform ReassignArrivalSlot
        end-if
        display "applied   " function trim(AmendmentKey) " "
            function trim(AmendmentField) " -> " function trim(AmendmentValue)
        add 1 to RowsApplied
                move AmountPaid of AmendedAttendee
                    to RefundAmount of AmendedAttendee
            end-if
        when "TRAVELMODE"
            move function upper-case(AmendmentValue(1:1)) to AmendedTravelMode
            if not AmendedTravelModeValid
                move "travel mode must be C, V, M, T, B or K"
                    to RejectionReason
            end-if
        when "TRAVELKM"
            if function trim(AmendmentValue) is not numeric
                or function length(function trim(AmendmentValue)) > 4
                move "travel distance must be whole km, up to 9999"
                    to RejectionReason
            end-if
        when "SOURCE"
            move AmendmentValue(1:8) to AmendedSourceCode
            call "CheckMarketingSource" using by reference AmendedSourceCode,
                SourceFlag
            if not SourceIsKnown
                move "source code is not in use" to RejectionReason
            end-if
        when "ARRIVALSLOT"
            if AmendmentValue(1:4) is not numeric
                move "arrival slot must be given as HHMM" to RejectionReason
            else
                if not AttendeeComing of AmendedAttendee
                    move "only expected attendees can book a slot"
                        to RejectionReason
                end-if
            end-if
        when other
            move "unknown amendment field" to RejectionReason
    end-evaluate
    .

BookRequestedSlot section.
    move AmendmentValue(1:4) to RequestedSlotStart
    call "AssignArrivalSlot" using by content AttendeeFileName,
        AuthCode of AmendedAttendee, ArrivalDay of AmendedAttendee,
        RequestedSlotStart,
        by reference AssignedSlotStart
    if AssignedSlotStart equal to spaces
        move "slot full or not on the timetable" to RejectionReason
    end-if
    .

RecordTravelAmendment section.
    *> Mode and distance arrive as separate rows; keep whichever is held
    call "GetAttendeeTravel" using AuthCode of AmendedAttendee,
        by reference AmendedTravelMode, AmendedTravelKm
    if AmendmentField equal to "TRAVELMODE"
        move function upper-case(AmendmentValue(1:1)) to AmendedTravelMode
    else
        compute AmendedTravelKm = function numval(AmendmentValue)
    end-if
    call "RecordAttendeeTravel" using AuthCode of AmendedAttendee,
        AmendedTravelMode, AmendedTravelKm
    .

ReassignArrivalSlot section.
    *> A new arrival day means the old slot no longer applies
    move spaces to RequestedSlotStart
    call "AssignArrivalSlot" using by content AttendeeFileName,
        AuthCode of AmendedAttendee, ArrivalDay of AmendedAttendee,
        RequestedSlotStart,
        by reference AssignedSlotStart
    if AssignedSlotStart not equal to spaces
        display "          arrival slot now " ArrivalDay of AmendedAttendee
            " " AssignedSlotStart
    end-if
    .

CheckAmendedStayAgainstCaps section.
    move 0 to StayWouldBreach
    if (AttendeeComing of AmendedAttendee
