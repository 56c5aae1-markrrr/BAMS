    01 DaysOfTheWeek value "MonTueWedThuFriSatSun".
        02 DayOfTheWeek pic x(3) occurs 7 times.
    01 TodaysDate pic x(8) value spaces.
    01 TimeNow pic x(4) value spaces.
    01 MissingBanner pic x(80) value spaces.
    01 MissingScanPlace pic x(20) value spaces.
    01 MissingAlertMatch pic 9 value zero.
        88 ScanMatchesMissingAlert value 1.
    01 MissingLogType pic x value "S".
    01 SlotDay pic x(3) value spaces.
    01 SlotStart pic x(4) value spaces.
    01 SlotEnd pic x(4) value spaces.
    01 PaidNowAnswer pic x value space.
        88 PaidNow value "Y", "y".
    01 WalkUpSourceCode pic x(8) value spaces.
    01 WalkUpChannel pic x value "U".
    01 QuotaFlag pic 9 value zero.
        88 ChannelQuotaUsedUp value 1.
    01 QuotaPlacesLeft pic s9(4) value zero.
    01 PaymentMethodEntry pic x value space.
    01 PaymentAmountTaken pic 9(5)v99 value zero.
    01 AmountDueDisplay pic z(4)9.99 value zero.
        88 PaperWaiverSigned value "Y", "y".
    01 SignedState pic x value "S".
    01 PaperVersion pic x(4) value "PAPR".
    01 MinorCheckFlag pic 9 value zero.
        88 MinorCheckInRefused value 1.
    01 MinorCheckMessage pic x(40) value spaces.
    copy WifiCredential.
    copy Operation.
    copy OperatorSession.

        03 line 5 column 1 value "Status:".
        03 line 5 column 15 from AttendanceStatus.
        03 line 6 column 1 from ScanMessage.
        03 line 22 column 1 from MissingBanner reverse-video blink.
        03 line 24 column 1 value "Commands: F1 Home; F2 Lookup; F3 Add; F4 Itin; F5 In, F6 Out, F7 Visitor, F10 Exit" reverse-video highlight.
        03 line 24 column 78 to Command.

procedure division using AttendeesFileName.
    perform until OperationIsBack or OperationIsExit
        move spaces to AuthCode, ScanMessage
        initialize Attendee
        call "GetMissingPersonBanner" using by reference MissingBanner
        accept GateScanAttendeeScreen from crt end-accept

        evaluate true
                perform QuickRegisterWalkUp
            when OperationIsView
                perform CheckInByNameLookup
            when OperationIsTogglePaid
                call "SignSiteVisitor" using by reference ScanMessage
            when AuthCode not equal spaces
                call "GetAttendeeByAuthCode"
                    using by content AttendeesFileName,
        move "Walk-up refused - night cap reached" to ScanMessage
        exit section
    end-if
    if not RunningOffline
        call "CheckChannelQuota" using by content AttendeesFileName,
            WalkUpChannel, by reference QuotaFlag, QuotaPlacesLeft
        if ChannelQuotaUsedUp
            display "** The walk-up ticket allocation is used up -"
                " offer the waiting list **"
            move "Walk-up refused - allocation used up" to ScanMessage
            exit section
        end-if
    end-if
    initialize Attendee
    move createAuthCode to AuthCode of Attendee
    display "Walk-up registration"
    if ConcessionEligible
        set AttendeeIsConcession of Attendee to true
    end-if
    if not RunningOffline
        call "TakeBookingSourceCode" using by reference WalkUpSourceCode
    end-if

    move function current-date(1:8) to TodaysDate
    evaluate true
        end-if
    end-if

    if not RunningOffline
        call "RecordBookingChannel" using AuthCode of Attendee, WalkUpChannel
    end-if
    call "AddAttendee" using by content AttendeesFileName, by reference Attendee
    if not RunningOffline
        call "RecordBookingSource" using AuthCode of Attendee,
            WalkUpSourceCode, by content "          ", "G"
    end-if
    if RunningOffline
        move space to PriorStatusForQueue
        move "Q" to QueueAction
    if AttendeeCancelled of Attendee or AttendeeNoShow of Attendee
        move "WARNING - ticket is cancelled/no-show, not checked in" to ScanMessage
    else
        call "CheckUnaccompaniedMinor" using AttendeesFileName,
            AuthCode of Attendee, MinorCheckFlag, MinorCheckMessage
        if MinorCheckInRefused
            move MinorCheckMessage to ScanMessage
            exit section
        end-if
        if MinorCheckMessage not equal to spaces
            display function trim(MinorCheckMessage)
        end-if
        perform CheckWaiverOnFile
        if not WaiverOnFile
            display "** NO SIGNED WAIVER for "
            move "I" to QueueAction
            perform QueueOfflineTransaction
        end-if
        call "IssueWifiCredential" using AuthCode of Attendee, WifiCredential
        call "PrintAttendeeItinerary" using
            by content AttendeesFileName, AuthCode of Attendee
        move "Checked in" to ScanMessage
        perform CompareWithArrivalSlot
        move "gate check-in" to MissingScanPlace
        move "S" to MissingLogType
        call "CheckMissingPersonAlert" using AuthCode of Attendee,
            MissingScanPlace, MissingLogType, by reference MissingAlertMatch
        if ScanMatchesMissingAlert
            move "Checked in - MISSING ALERT, CALL CONTROL" to ScanMessage
        end-if
    end-if
    .

CompareWithArrivalSlot section.
    call "GetAttendeeArrivalSlot" using AuthCode of Attendee,
        by reference SlotDay, SlotStart, SlotEnd
    if SlotStart equal to spaces
        exit section
    end-if
    accept CurrentDayOfWeek from day-of-week
    move function current-date(9:4) to TimeNow
    move spaces to ScanMessage
    evaluate true
        when DayOfTheWeek(CurrentDayOfWeek) not equal to SlotDay
            string "Checked in - OFF DAY, slot " SlotDay " "
                SlotStart "-" SlotEnd
                delimited by size into ScanMessage
            end-string
        when TimeNow < SlotStart
            string "Checked in - EARLY for " SlotDay " "
                SlotStart "-" SlotEnd
                delimited by size into ScanMessage
            end-string
        when TimeNow > SlotEnd
            string "Checked in - LATE for " SlotDay " "
                SlotStart "-" SlotEnd
                delimited by size into ScanMessage
            end-string
        when other
            string "Checked in - ON TIME for " SlotDay " "
                SlotStart "-" SlotEnd
                delimited by size into ScanMessage
            end-string
    end-evaluate
    .

CheckWaiverOnFile section.
    move 0 to WaiverIsSigned
    open input WaiversFile
    if AttendeeCancelled of Attendee or AttendeeNoShow of Attendee
        move "WARNING - ticket is cancelled/no-show, not checked out" to ScanMessage
    else
        move "gate check-out" to MissingScanPlace
        move "G" to MissingLogType
        call "CheckMissingPersonAlert" using AuthCode of Attendee,
            MissingScanPlace, MissingLogType, by reference MissingAlertMatch
        if ScanMatchesMissingAlert
            perform HoldForMissingPerson
            exit section
        end-if
        move zero to ClearanceIssues
        call "RunDepartureClearance" using
            by content AttendeesFileName,
    end-if
    .

HoldForMissingPerson section.
    *> Nobody on an open missing person alert leaves until control say so
    display "** MISSING PERSON ALERT on booking " AuthCode of Attendee
        " - DO NOT LET THEM LEAVE **"
    display "** Keep them at the gate and radio control now **"
    move "HOLD - MISSING ALERT, CALL CONTROL" to ScanMessage
    .

end program GateScanScreen.
