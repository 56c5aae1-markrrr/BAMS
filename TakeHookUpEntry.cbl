identification division.
program-id. TakeHookUpEntry is initial.

environment division.
input-output section.
    file-control.
        select optional BoardsFile assign to BoardFileName
            organization is indexed
            access mode is dynamic
            record key is BoardID
            file status is BoardStatus.

        select optional HookUpsFile assign to HookUpFileName
            organization is indexed
            access mode is dynamic
            record key is HookUpKey
            file status is HookUpStatus.

        select optional PitchesFile assign to PitchFileName
            organization is indexed
            access mode is dynamic
            record key is PitchNumber
            file status is PitchStatus.

        select optional TradersFile assign to TraderFileName
            organization is indexed
            access mode is dynamic
            record key is TraderID
            file status is TraderStatus.

        select optional WorkshopsFile assign to WorkshopFileName
            organization is indexed
            access mode is dynamic
            record key is SessionID
            file status is WorkshopStatus.

data division.
file section.
    fd BoardsFile.
        copy DistributionBoard replacing DistributionBoard by
            ==BoardRecord.
            88 EndOfBoardsFile value high-values==.

    fd HookUpsFile.
        copy HookUpBooking replacing HookUpBooking by
            ==HookUpRecord.
            88 EndOfHookUpsFile value high-values==.

    fd PitchesFile.
        copy PitchRecord replacing PitchRecord by
            ==PitchFileRecord.
            88 EndOfPitchesFile value high-values==.

    fd TradersFile.
        copy TraderRecord replacing TraderRecord by
            ==TraderFileRecord.
            88 EndOfTradersFile value high-values==.

    fd WorkshopsFile.
        copy WorkshopSession replacing WorkshopSession by
            ==WorkshopRecord.
            88 EndOfWorkshopsFile value high-values==.

working-storage section.
    01 BoardStatus pic x(2).
        88 RecordExists value "22".
    01 HookUpStatus pic x(2).
    01 PitchStatus pic x(2).
    01 TraderStatus pic x(2).
    01 WorkshopStatus pic x(2).

    01 BoardFileName pic x(20) value "power-boards.dat".
    01 HookUpFileName pic x(20) value "hookups.dat".
    01 PitchFileName pic x(20) value "pitches.dat".
    01 TraderFileName pic x(20) value "traders.dat".
    01 WorkshopFileName pic x(20) value "workshops.dat".

    copy Attendee replacing Attendee by ==HookUpAttendee==.
    copy OperatorSession.

    01 ActionEntry pic x value space.
        88 AddingBoard     value "D", "d".
        88 BookingHookUp   value "B", "b".
        88 CancellingHookUp value "X", "x".
        88 ListingBoard    value "L", "l".
    01 ForEntry pic x value space.
        88 EnteredForPitch    value "P", "p".
        88 EnteredForTrader   value "T", "t".
        88 EnteredForWorkshop value "W", "w".
    01 EnteredHolder pic x(6) value spaces.
    01 EnteredPitch pic x(4) value spaces.
    01 EnteredBoardID pic x(6) value spaces.
    01 EnteredAmps pic 999 value zero.
    01 EnteredSeq pic 999 value zero.
    01 ConfirmAnswer pic x value space.
        88 HookUpConfirmed value "Y", "y".
    01 HolderFlag pic 9 value zero.
        88 HolderIsValid value 1.
    01 BoardFoundFlag pic 9 value zero.
        88 BoardIsKnown value 1.
    01 LocationCheckText pic x(20) value spaces.
    01 LocationFlag pic 9 value zero.
        88 LocationIsKnown value 1.

    01 BoardRating pic 999 value zero.
    01 BoardFee pic 9(3)v99 value zero.
    01 BoardLoad pic 9(5) value zero.
    01 NewBoardLoad pic 9(5) value zero.
    01 WarningLoad pic 9(5) value zero.
    01 WarningPercent pic 99 value 80.
    01 NextHookUpSeq pic 999 value zero.
    01 HookUpsOnBoard pic 999 value zero.
    01 HookUpFeeDue pic 9(5)v99 value zero.
    01 AmountDisplay pic z(4)9.99 value zero.
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    display "Electric hook-ups - D=distribution board, B=book, X=cancel,"
    display "                    L=list a board: " with no advancing
    accept ActionEntry from console
    if BookingHookUp or CancellingHookUp
        move function current-date(1:8) to PostingDate
        call "CheckPeriodLock" using PostingDate,
            by reference PostingAllowed
        if not PostingIsAllowed
            goback
        end-if
    end-if
    call "GetCurrentOperator" using by reference OperatorSession
    evaluate true
        when AddingBoard perform TakeBoard
        when BookingHookUp perform TakeHookUpBooking
        when CancellingHookUp perform CancelHookUp
        when ListingBoard perform ListBoardHookUps
        when other display "No action taken"
    end-evaluate
    goback
    .

TakeBoard section.
    initialize BoardRecord
    display "Board ID (DB1, TRADE2...): " with no advancing
    accept BoardID of BoardRecord from console
    move function upper-case(BoardID of BoardRecord) to BoardID of BoardRecord
    if BoardID of BoardRecord equal to spaces
        display "No board ID - nothing saved"
        exit section
    end-if
    display "Description: " with no advancing
    accept BoardDescription of BoardRecord from console
    display "Location code: " with no advancing
    accept LocationCheckText from console
    call "ResolveSiteLocation" using by reference LocationCheckText,
        LocationFlag
    if not LocationIsKnown
        display "Unknown location " function trim(LocationCheckText)
            " - nothing saved"
        exit section
    end-if
    move LocationCheckText to BoardLocation of BoardRecord
    display "Rated capacity in amps: " with no advancing
    accept BoardRatedAmps of BoardRecord from console
    if BoardRatedAmps of BoardRecord not numeric
        or BoardRatedAmps of BoardRecord equal to zero
        display "A board needs a rating in amps - nothing saved"
        exit section
    end-if
    display "Hook-up fee per booking on this board: " with no advancing
    accept BoardHookUpFee of BoardRecord from console

    open i-o BoardsFile
        write BoardRecord
            invalid key
                if RecordExists
                    rewrite BoardRecord
                else
                    display "Error - status is " BoardStatus
                end-if
        end-write
    close BoardsFile
    display "Saved board " BoardID of BoardRecord " rated "
        BoardRatedAmps of BoardRecord "A"
    .

TakeHookUpBooking section.
    display "Hook-up for P=pitch or camper van, T=trader, W=workshop: "
        with no advancing
    accept ForEntry from console
    evaluate true
        when EnteredForPitch perform CheckPitchHolder
        when EnteredForTrader perform CheckTraderHolder
        when EnteredForWorkshop perform CheckWorkshopHolder
        when other
            display "Nothing booked"
            exit section
    end-evaluate
    if not HolderIsValid
        exit section
    end-if

    display "Distribution board: " with no advancing
    accept EnteredBoardID from console
    move function upper-case(EnteredBoardID) to EnteredBoardID
    perform LoadBoard
    if not BoardIsKnown
        display "No distribution board " EnteredBoardID
        exit section
    end-if
    display "Amps requested (e.g. 10, 16, 32): " with no advancing
    accept EnteredAmps from console
    if EnteredAmps equal to zero
        display "Nothing booked"
        exit section
    end-if

    *> Refuse anything that would take the board past its rating and
    *> make the operator confirm once it is beyond the warning level
    perform CountBoardLoad
    compute NewBoardLoad = BoardLoad + EnteredAmps
    compute WarningLoad = BoardRating * WarningPercent / 100
    if NewBoardLoad > BoardRating
        display "** Refused - board " EnteredBoardID " would carry "
            NewBoardLoad "A against a rating of " BoardRating "A **"
        display "Book the hook-up on another board"
        exit section
    end-if
    if NewBoardLoad > WarningLoad
        display "** Warning - board " EnteredBoardID " would be at "
            NewBoardLoad "A of " BoardRating "A **"
    end-if

    if EnteredForWorkshop
        move zero to HookUpFeeDue
        display "Book " EnteredAmps "A on " EnteredBoardID " (Y/N)? "
            with no advancing
    else
        move BoardFee to HookUpFeeDue
        move HookUpFeeDue to AmountDisplay
        display "Hook-up fee $" AmountDisplay " onto the account (Y/N)? "
            with no advancing
    end-if
    accept ConfirmAnswer from console
    if not HookUpConfirmed
        display "Nothing booked"
        exit section
    end-if

    initialize HookUpRecord
    move EnteredBoardID to HookUpBoardID of HookUpRecord
    move NextHookUpSeq to HookUpSeq of HookUpRecord
    move function upper-case(ForEntry) to HookUpFor of HookUpRecord
    move EnteredHolder to HookUpHolder of HookUpRecord
    move EnteredPitch to HookUpPitchNumber of HookUpRecord
    move EnteredAmps to HookUpAmps of HookUpRecord
    move HookUpFeeDue to HookUpFee of HookUpRecord
    set HookUpIsBooked of HookUpRecord to true
    move SessionOperatorCode to HookUpBookedBy of HookUpRecord
    move function current-date(1:15) to HookUpBookedStamp of HookUpRecord
    open i-o HookUpsFile
        write HookUpRecord
            invalid key
                display "Error - status is " HookUpStatus
        end-write
    close HookUpsFile

    evaluate true
        when EnteredForPitch
            if HookUpFeeDue > zero
                add HookUpFeeDue to AmountToPay of HookUpAttendee
                if AmountPaid of HookUpAttendee < AmountToPay of HookUpAttendee
                    set AttendeeNotPaid of HookUpAttendee to true
                end-if
                call "UpdateAttendee" using by content AttendeeFileName,
                    HookUpAttendee
            end-if
        when EnteredForTrader
            perform MarkTraderNeedsPower
    end-evaluate
    display "Booked hook-up " EnteredBoardID "/" NextHookUpSeq " - "
        EnteredAmps "A for " EnteredHolder
    .

CheckPitchHolder section.
    move zero to HolderFlag
    display "AuthCode: " with no advancing
    accept EnteredHolder from console
    move function upper-case(EnteredHolder) to EnteredHolder
    call "GetAttendeeByAuthCode"
        using by content AttendeeFileName,
        by content EnteredHolder,
        by reference HookUpAttendee
    if AttendeeName of HookUpAttendee equal to high-values
        display "No attendee found for " EnteredHolder
        exit section
    end-if
    display "Pitch number: " with no advancing
    accept EnteredPitch from console
    move function upper-case(EnteredPitch) to EnteredPitch
    open input PitchesFile
        move EnteredPitch to PitchNumber of PitchFileRecord
        read PitchesFile
            invalid key
                display "No pitch " EnteredPitch
            not invalid key
                set HolderIsValid to true
        end-read
    close PitchesFile
    .

CheckTraderHolder section.
    move zero to HolderFlag
    display "TraderID: " with no advancing
    accept EnteredHolder from console
    move function upper-case(EnteredHolder) to EnteredHolder
    open input TradersFile
        move EnteredHolder to TraderID of TraderFileRecord
        read TradersFile
            invalid key
                display "No trader " EnteredHolder
            not invalid key
                set HolderIsValid to true
                move TraderPitchNumber of TraderFileRecord to EnteredPitch
        end-read
    close TradersFile
    .

CheckWorkshopHolder section.
    move zero to HolderFlag
    display "Workshop session ID: " with no advancing
    accept EnteredHolder from console
    move function upper-case(EnteredHolder) to EnteredHolder
    open input WorkshopsFile
        move EnteredHolder to SessionID of WorkshopRecord
        read WorkshopsFile
            invalid key
                display "No workshop session " EnteredHolder
            not invalid key
                set HolderIsValid to true
        end-read
    close WorkshopsFile
    .

MarkTraderNeedsPower section.
    open i-o TradersFile
        move EnteredHolder to TraderID of TraderFileRecord
        read TradersFile
            invalid key continue
            not invalid key
                if not TraderNeedsPower of TraderFileRecord
                    set TraderNeedsPower of TraderFileRecord to true
                    rewrite TraderFileRecord
                end-if
        end-read
    close TradersFile
    .

LoadBoard section.
    move zero to BoardFoundFlag
    open input BoardsFile
        move EnteredBoardID to BoardID of BoardRecord
        read BoardsFile
            invalid key continue
            not invalid key
                set BoardIsKnown to true
                move BoardRatedAmps of BoardRecord to BoardRating
                move BoardHookUpFee of BoardRecord to BoardFee
        end-read
    close BoardsFile
    .

CountBoardLoad section.
    *> Live bookings on the board, and the next free sequence number
    move zero to BoardLoad, HookUpsOnBoard
    move 1 to NextHookUpSeq
    move EnteredBoardID to HookUpBoardID of HookUpRecord
    move zero to HookUpSeq of HookUpRecord
    open input HookUpsFile
        start HookUpsFile key is greater than HookUpKey of HookUpRecord
            invalid key set EndOfHookUpsFile to true
        end-start
        if not EndOfHookUpsFile
            read HookUpsFile next record
                at end set EndOfHookUpsFile to true
            end-read
        end-if
        perform until EndOfHookUpsFile
            or HookUpBoardID of HookUpRecord not equal to EnteredBoardID
            compute NextHookUpSeq = HookUpSeq of HookUpRecord + 1
            if HookUpIsBooked of HookUpRecord
                add HookUpAmps of HookUpRecord to BoardLoad
                add 1 to HookUpsOnBoard
            end-if
            read HookUpsFile next record
                at end set EndOfHookUpsFile to true
            end-read
        end-perform
    close HookUpsFile
    .

ListBoardHookUps section.
    display "Distribution board: " with no advancing
    accept EnteredBoardID from console
    move function upper-case(EnteredBoardID) to EnteredBoardID
    perform LoadBoard
    if not BoardIsKnown
        display "No distribution board " EnteredBoardID
        exit section
    end-if
    display "No   For Holder Pitch Amps State"
    move EnteredBoardID to HookUpBoardID of HookUpRecord
    move zero to HookUpSeq of HookUpRecord
    open input HookUpsFile
        start HookUpsFile key is greater than HookUpKey of HookUpRecord
            invalid key set EndOfHookUpsFile to true
        end-start
        if not EndOfHookUpsFile
            read HookUpsFile next record
                at end set EndOfHookUpsFile to true
            end-read
        end-if
        perform until EndOfHookUpsFile
            or HookUpBoardID of HookUpRecord not equal to EnteredBoardID
            display HookUpSeq of HookUpRecord "  "
                HookUpFor of HookUpRecord "   "
                HookUpHolder of HookUpRecord " "
                HookUpPitchNumber of HookUpRecord "  "
                HookUpAmps of HookUpRecord "  "
                HookUpState of HookUpRecord
            read HookUpsFile next record
                at end set EndOfHookUpsFile to true
            end-read
        end-perform
    close HookUpsFile
    perform CountBoardLoad
    display "Connected " BoardLoad "A of " BoardRating "A on "
        HookUpsOnBoard " hook-up(s)"
    .

CancelHookUp section.
    move zero to HookUpFeeDue
    display "Distribution board: " with no advancing
    accept EnteredBoardID from console
    move function upper-case(EnteredBoardID) to EnteredBoardID
    display "Hook-up number: " with no advancing
    accept EnteredSeq from console
    open i-o HookUpsFile
        move EnteredBoardID to HookUpBoardID of HookUpRecord
        move EnteredSeq to HookUpSeq of HookUpRecord
        read HookUpsFile
            invalid key
                display "No hook-up " EnteredBoardID "/" EnteredSeq
            not invalid key
                if HookUpIsBooked of HookUpRecord
                    set HookUpIsCancelled of HookUpRecord to true
                    rewrite HookUpRecord
                    display "Hook-up " EnteredBoardID "/" EnteredSeq
                        " cancelled"
                    if HookUpForPitch of HookUpRecord
                        move HookUpFee of HookUpRecord to HookUpFeeDue
                        move HookUpHolder of HookUpRecord to EnteredHolder
                    end-if
                else
                    display "That hook-up is already cancelled"
                end-if
        end-read
    close HookUpsFile

    if HookUpFeeDue > zero
        call "GetAttendeeByAuthCode"
            using by content AttendeeFileName,
            by content EnteredHolder,
            by reference HookUpAttendee
        if AttendeeName of HookUpAttendee not equal to high-values
            if HookUpFeeDue > AmountToPay of HookUpAttendee
                move zero to AmountToPay of HookUpAttendee
            else
                subtract HookUpFeeDue from AmountToPay of HookUpAttendee
            end-if
            if AmountPaid of HookUpAttendee >= AmountToPay of HookUpAttendee
                set AttendeePaid of HookUpAttendee to true
            end-if
            call "UpdateAttendee" using by content AttendeeFileName,
                HookUpAttendee
            move HookUpFeeDue to AmountDisplay
            display "Hook-up fee $" AmountDisplay " taken off the account"
        end-if
    end-if
    .

end program TakeHookUpEntry.
