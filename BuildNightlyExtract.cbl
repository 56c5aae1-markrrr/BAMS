identification division.
program-id. BuildNightlyExtract is initial.

environment division.
input-output section.
    file-control.
        select optional AttendeesFile assign to AttendeeFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode
            file status is AttendeeStatus.

        select optional PaymentLogFile assign to PaymentLogFileName
            organization is line sequential
            file status is PaymentLogStatus.

        select optional ArrivalLogFile assign to ArrivalLogFileName
            organization is line sequential
            file status is ArrivalLogStatus.

        select optional AssignmentsFile assign to AssignmentFileName
            organization is indexed
            access mode is dynamic
            record key is AssignmentAuthCode
            file status is AssignmentStatus.

        select PaymentSortFile assign to "nightly-payments.srt".

        select ArrivalSortFile assign to "nightly-arrivals.srt".

        select SortedPaymentsFile assign to SortedPaymentsFileName
            organization is line sequential
            file status is SortedPaymentsStatus.

        select SortedArrivalsFile assign to SortedArrivalsFileName
            organization is line sequential
            file status is SortedArrivalsStatus.

        select NightlyExtractFile assign to NightlyExtractFileName
            organization is line sequential
            file status is NightlyExtractStatus.

data division.
file section.
    fd AttendeesFile.
        copy Attendee replacing Attendee by
            ==AttendeeRecord.
            88 EndOfAttendeesFile value high-values==.

    fd PaymentLogFile.
        copy PaymentTransaction.

    fd ArrivalLogFile.
        copy ArrivalLogEntry.

    fd AssignmentsFile.
        copy PitchAssignment replacing PitchAssignment by
            ==AssignmentRecord.
            88 EndOfAssignmentsFile value high-values==.

    sd PaymentSortFile.
        01 PaymentSortRecord.
            05 PaymentSortAuthCode pic x(6).
            05 PaymentSortAmount pic s9(5)v99 sign leading separate.

    sd ArrivalSortFile.
        01 ArrivalSortRecord.
            05 ArrivalSortAuthCode pic x(6).
            05 ArrivalSortTimestamp pic x(15).
            05 ArrivalSortType pic x.

    fd SortedPaymentsFile.
        01 SortedPaymentRecord.
            05 SortedPaymentAuthCode pic x(6).
            05 SortedPaymentAmount pic s9(5)v99 sign leading separate.

    fd SortedArrivalsFile.
        01 SortedArrivalRecord.
            05 SortedArrivalAuthCode pic x(6).
            05 SortedArrivalTimestamp pic x(15).
            05 SortedArrivalType pic x.

    fd NightlyExtractFile.
        copy NightlyExtract.

working-storage section.
    01 AttendeeStatus   pic x(2).
        88 Successful   value "00".
        88 AttendeeOpenOk values "00", "05".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
    01 PaymentLogStatus pic x(2).
        88 PaymentLogOk  values "00", "05".
        88 PaymentLogEof value "10".
    01 ArrivalLogStatus pic x(2).
        88 ArrivalLogOk  values "00", "05".
        88 ArrivalLogEof value "10".
    01 AssignmentStatus pic x(2).
    01 SortedPaymentsStatus pic x(2).
        88 SortedPaymentsOk  value "00".
        88 SortedPaymentsEof value "10".
    01 SortedArrivalsStatus pic x(2).
        88 SortedArrivalsOk  value "00".
        88 SortedArrivalsEof value "10".
    01 NightlyExtractStatus pic x(2).
        88 NightlyExtractOk value "00".

    01 PaymentLogFileName pic x(24) value "payment-log.dat".
    01 ArrivalLogFileName pic x(24) value "arrival-log.dat".
    01 AssignmentFileName pic x(24) value "pitch-assignments.dat".
    01 SortedPaymentsFileName pic x(24) value "nightly-payments.tmp".
    01 SortedArrivalsFileName pic x(24) value "nightly-arrivals.tmp".
    01 NightlyExtractFileName pic x(20) value "nightly-extract.dat".

    *> Each input is read once in AuthCode order - the next key from each
    *> stream is held here, high-values once a stream is used up
    01 NextPaymentKey pic x(6) value low-values.
    01 NextArrivalKey pic x(6) value low-values.
    01 NextPitchKey pic x(6) value low-values.

    01 DetailsWritten pic 9(6) value zero.
    01 PaidTotal pic 9(9)v99 value zero.
    01 LoggedTotal pic s9(9)v99 value zero.
    01 AmountDisplay pic z(8)9.99 value zero.
    01 BuildTimestamp pic x(15) value spaces.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 ExtractBuildResult pic 9.
        88 ExtractWasBuilt   value 0.
        88 ExtractBuildFailed value 1.

procedure division using AttendeeFileName, ExtractBuildResult.
    *> One pass over attendees, the payment and arrival logs and the pitch
    *> assignments gives every nightly report what it needs on one line
    set ExtractWasBuilt to true
    move function current-date(1:15) to BuildTimestamp
    sort PaymentSortFile on ascending key PaymentSortAuthCode
        input procedure is ReleasePayments
        giving SortedPaymentsFile
    sort ArrivalSortFile on ascending key ArrivalSortAuthCode,
        ArrivalSortTimestamp
        input procedure is ReleaseArrivals
        giving SortedArrivalsFile

    open output NightlyExtractFile
    if not NightlyExtractOk
        display "Nightly extract could not be opened - status is "
            NightlyExtractStatus
        set ExtractBuildFailed to true
        goback
    end-if
    move spaces to NightlyExtract
    set ExtractIsHeader to true
    move BuildTimestamp to ExtractBuiltTimestamp
    move zero to ExtractControlCount, ExtractControlPaid, ExtractControlLogged
    perform WriteExtractLine

    open input SortedPaymentsFile, SortedArrivalsFile
    if SortedPaymentsOk
        perform ReadSortedPayment
    else
        display "Sorted payments work file missing - status is "
            SortedPaymentsStatus
        set ExtractBuildFailed to true
        move high-values to NextPaymentKey
    end-if
    if SortedArrivalsOk
        perform ReadSortedArrival
    else
        display "Sorted arrivals work file missing - status is "
            SortedArrivalsStatus
        set ExtractBuildFailed to true
        move high-values to NextArrivalKey
    end-if

    move low-values to AssignmentAuthCode of AssignmentRecord
    start AssignmentsFile key is greater than
        AssignmentAuthCode of AssignmentRecord
        invalid key move high-values to NextPitchKey
    end-start
    open input AssignmentsFile
    if NextPitchKey not equal to high-values
        perform ReadNextPitch
    end-if

    move low-values to AuthCode of AttendeeRecord
    start AttendeesFile key is greater than AuthCode of AttendeeRecord
        invalid key set EndOfAttendeesFile to true
    end-start
    open input AttendeesFile
        if not AttendeeOpenOk
            display "Attendees file could not be opened - status is "
                AttendeeStatus
            set ExtractBuildFailed to true
            set EndOfAttendeesFile to true
        end-if
        if not EndOfAttendeesFile
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-if
        perform until EndOfAttendeesFile
            perform BuildDetailLine
            read AttendeesFile next record
                at end set EndOfAttendeesFile to true
            end-read
        end-perform
    close AttendeesFile, AssignmentsFile, SortedPaymentsFile,
        SortedArrivalsFile

    move spaces to NightlyExtract
    set ExtractIsTrailer to true
    move BuildTimestamp to ExtractBuiltTimestamp
    move DetailsWritten to ExtractControlCount
    move PaidTotal to ExtractControlPaid
    move LoggedTotal to ExtractControlLogged
    perform WriteExtractLine
    close NightlyExtractFile

    if ExtractBuildFailed
        display "Nightly extract NOT built cleanly - the reports that read"
            " it will refuse it"
        goback
    end-if
    move PaidTotal to AmountDisplay
    display "Nightly extract built: " DetailsWritten " attendee(s), paid $"
        function trim(AmountDisplay)
    goback
    .

ReleasePayments section.
    open input PaymentLogFile
        read PaymentLogFile
            at end set PaymentLogEof to true
        end-read
        perform until PaymentLogEof
            move PaymentAuthCode to PaymentSortAuthCode
            if PaymentIsReversal
                compute PaymentSortAmount = zero - PaymentAmount
            else
                move PaymentAmount to PaymentSortAmount
            end-if
            release PaymentSortRecord
            read PaymentLogFile
                at end set PaymentLogEof to true
            end-read
        end-perform
    close PaymentLogFile
    .

ReleaseArrivals section.
    open input ArrivalLogFile
        read ArrivalLogFile
            at end set ArrivalLogEof to true
        end-read
        perform until ArrivalLogEof
            if ArrivalLogIsCheckIn or ArrivalLogIsManualCheckIn
                or ArrivalLogIsCheckOut
                move ArrivalLogAuthCode to ArrivalSortAuthCode
                move ArrivalLogTimestamp to ArrivalSortTimestamp
                move ArrivalLogTransactionType to ArrivalSortType
                release ArrivalSortRecord
            end-if
            read ArrivalLogFile
                at end set ArrivalLogEof to true
            end-read
        end-perform
    close ArrivalLogFile
    .

BuildDetailLine section.
    move spaces to NightlyExtract
    set ExtractIsDetail to true
    move AttendeeRecord to ExtractAttendeeImage
    move AuthCode of AttendeeRecord to ExtractAuthCode
    move GroupID of AttendeeRecord to ExtractGroupID
    move zero to ExtractLoggedPayments, ExtractPaymentCount
    set ExtractNotYetArrived to true

    perform until NextPaymentKey >= AuthCode of AttendeeRecord
        perform ReadSortedPayment
    end-perform
    perform until NextPaymentKey not equal to AuthCode of AttendeeRecord
        add SortedPaymentAmount to ExtractLoggedPayments
        add 1 to ExtractPaymentCount
        perform ReadSortedPayment
    end-perform

    perform until NextArrivalKey >= AuthCode of AttendeeRecord
        perform ReadSortedArrival
    end-perform
    perform until NextArrivalKey not equal to AuthCode of AttendeeRecord
        if SortedArrivalType equal to "O"
            set ExtractCheckedOut to true
        else
            set ExtractCheckedIn to true
        end-if
        move SortedArrivalTimestamp to ExtractLastGateTime
        perform ReadSortedArrival
    end-perform

    perform until NextPitchKey >= AuthCode of AttendeeRecord
        perform ReadNextPitch
    end-perform
    if NextPitchKey equal to AuthCode of AttendeeRecord
        move AssignedPitchNumber of AssignmentRecord to ExtractPitch
    end-if

    add 1 to DetailsWritten
    add AmountPaid of AttendeeRecord to PaidTotal
    add ExtractLoggedPayments to LoggedTotal
    perform WriteExtractLine
    .

ReadSortedPayment section.
    read SortedPaymentsFile
        at end move high-values to NextPaymentKey
        not at end move SortedPaymentAuthCode to NextPaymentKey
    end-read
    .

ReadSortedArrival section.
    read SortedArrivalsFile
        at end move high-values to NextArrivalKey
        not at end move SortedArrivalAuthCode to NextArrivalKey
    end-read
    .

ReadNextPitch section.
    read AssignmentsFile next record
        at end move high-values to NextPitchKey
        not at end move AssignmentAuthCode of AssignmentRecord to NextPitchKey
    end-read
    .

WriteExtractLine section.
    write NightlyExtract
    if not NightlyExtractOk
        display "Nightly extract write failed - status is "
            NightlyExtractStatus
        set ExtractBuildFailed to true
    end-if
    .

end program BuildNightlyExtract.
