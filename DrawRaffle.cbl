identification division.
program-id. DrawRaffle is initial.

environment division.
input-output section.
    file-control.
        select optional RaffleSalesFile assign to RaffleSalesFileName
            organization is line sequential
            file status is RaffleSalesStatus.

        select optional RaffleDrawFile assign to RaffleDrawFileName
            organization is line sequential
            file status is RaffleDrawStatus.

        select optional OperatorsFile assign to OperatorsFileName
            organization is indexed
            access mode is dynamic
            record key is OperatorCode
            file status is OperatorsStatus.

        select optional ConfirmationQueueFile assign to ConfirmationQueueFileName
            organization is line sequential
            file status is ConfirmationQueueStatus.

data division.
file section.
    fd RaffleSalesFile.
        copy RaffleSale.

    fd RaffleDrawFile.
        copy RaffleDraw.

    fd OperatorsFile.
        copy OperatorRecord replacing OperatorRecord by
            ==OperatorFileRecord.
            88 EndOfOperatorsFile value high-values==.

    fd ConfirmationQueueFile.
        copy ConfirmationNoticeEntry.

working-storage section.
    01 RaffleSalesStatus pic x(2).
        88 RaffleSalesEof value "10".
    01 RaffleDrawStatus pic x(2).
        88 RaffleDrawEof value "10".
    01 OperatorsStatus pic x(2).
    01 ConfirmationQueueStatus pic x(2).
    01 RaffleSalesFileName pic x(20) value "raffle-sales.dat".
    01 RaffleDrawFileName pic x(20) value "raffle-draws.dat".
    01 OperatorsFileName pic x(20) value "operators.dat".
    01 ConfirmationQueueFileName pic x(24) value "confirmation-queue.log".

    copy OperatorSession.

    01 SaleBlockTable.
        05 NumberOfBlocks pic 9(4) value zero.
        05 SaleBlock occurs 2000 times indexed by BlockIdx.
            10 BlockFirst pic 9(5).
            10 BlockLast pic 9(5).
            10 BlockAuthCode pic x(6).
            10 BlockBuyerName pic x(30).
            10 BlockBuyerContact pic x(30).
    01 TicketsSold pic 9(5) value zero.
    01 HighestTicket pic 9(5) value zero.

    01 WinnerTable.
        05 NumberOfWinners pic 99 value zero.
        05 WinningTicket pic 9(5) occurs 20 times indexed by WinnerIdx.
    01 PrizesToDraw pic 99 value zero.
    01 DrawnTicket pic 9(5) value zero.
    01 DrawAttempts pic 9(5) value zero.
    01 AtSignCount pic 99 value zero.
    01 AlreadyWonFlag pic 9 value zero.
        88 TicketAlreadyWon value 1.
    01 TicketFoundFlag pic 9 value zero.
        88 TicketWasSold value 1.
    01 RandomSeed pic 9(8) value zero.
    01 RandomFraction pic v9(9) value zero.
    01 PreviousDrawDate pic x(8) value spaces.

    01 WitnessCode pic x(3) value spaces.
    01 WitnessPin pic x(8) value spaces.
    01 WitnessPinHash pic 9(9) value zero.
    01 WitnessFlag pic 9 value zero.
        88 WitnessIsConfirmed value 1.
    01 NoticesQueued pic 99 value zero.

procedure division.
    display "RAFFLE / TOMBOLA DRAW"
    call "GetCurrentOperator" using by reference OperatorSession
    perform CheckNotAlreadyDrawn
    if PreviousDrawDate not equal to spaces
        display "The raffle was drawn on " PreviousDrawDate
            " - see " function trim(RaffleDrawFileName)
        goback
    end-if

    perform LoadSaleBlocks
    if TicketsSold equal to zero
        display "No raffle tickets sold - nothing to draw"
        goback
    end-if
    display TicketsSold " tickets sold, numbered 1 to " HighestTicket

    perform ConfirmWitness
    if not WitnessIsConfirmed
        display "A second operator must witness the draw - nothing drawn"
        goback
    end-if

    display "Number of prizes to draw: " with no advancing
    accept PrizesToDraw from console
    if PrizesToDraw > 20
        move 20 to PrizesToDraw
    end-if
    if PrizesToDraw > TicketsSold
        move TicketsSold to PrizesToDraw
    end-if

    move function current-date(9:8) to RandomSeed
    compute RandomFraction = function random(RandomSeed)
    move zero to NumberOfWinners
    perform until NumberOfWinners >= PrizesToDraw
        perform DrawOneTicket
    end-perform
    display "Draw recorded - " NoticesQueued " winner notices queued"
    goback
    .

CheckNotAlreadyDrawn section.
    move spaces to PreviousDrawDate
    open input RaffleDrawFile
        read RaffleDrawFile
            at end set RaffleDrawEof to true
        end-read
        if not RaffleDrawEof
            move DrawTimestamp(1:8) to PreviousDrawDate
        end-if
    close RaffleDrawFile
    .

LoadSaleBlocks section.
    move zero to NumberOfBlocks, TicketsSold, HighestTicket
    open input RaffleSalesFile
        read RaffleSalesFile
            at end set RaffleSalesEof to true
        end-read
        perform until RaffleSalesEof or NumberOfBlocks >= 2000
            add 1 to NumberOfBlocks
            set BlockIdx to NumberOfBlocks
            move RaffleFirstTicket to BlockFirst(BlockIdx)
            move RaffleLastTicket to BlockLast(BlockIdx)
            move RaffleAuthCode to BlockAuthCode(BlockIdx)
            move RaffleBuyerName to BlockBuyerName(BlockIdx)
            move RaffleBuyerContact to BlockBuyerContact(BlockIdx)
            compute TicketsSold = TicketsSold
                + RaffleLastTicket - RaffleFirstTicket + 1
            if RaffleLastTicket > HighestTicket
                move RaffleLastTicket to HighestTicket
            end-if
            read RaffleSalesFile
                at end set RaffleSalesEof to true
            end-read
        end-perform
    close RaffleSalesFile
    .

ConfirmWitness section.
    move 0 to WitnessFlag
    display "Witness operator code: " with no advancing
    accept WitnessCode from console
    move function upper-case(WitnessCode) to WitnessCode
    if WitnessCode equal to spaces
        or WitnessCode equal to SessionOperatorCode
        display "The witness must be someone other than "
            SessionOperatorCode
        exit section
    end-if
    open input OperatorsFile
    move WitnessCode to OperatorCode of OperatorFileRecord
    read OperatorsFile
        invalid key
            display "Unknown operator code " WitnessCode
        not invalid key
            if OperatorHasNoPin of OperatorFileRecord
                set WitnessIsConfirmed to true
            else
                display "Witness PIN: " with no advancing
                accept WitnessPin from console
                call "HashOperatorPin" using WitnessPin, WitnessPinHash
                if WitnessPinHash equal to OperatorPinHash of OperatorFileRecord
                    set WitnessIsConfirmed to true
                else
                    display "Wrong PIN"
                end-if
            end-if
    end-read
    close OperatorsFile
    .

DrawOneTicket section.
    *> Keep drawing until a sold ticket that has not already won comes up
    move zero to DrawAttempts
    move 0 to TicketFoundFlag
    perform until TicketWasSold or DrawAttempts > 9999
        add 1 to DrawAttempts
        compute DrawnTicket =
            function integer(function random * HighestTicket) + 1
        perform FindTicketBlock
        if TicketWasSold
            perform CheckAlreadyWon
            if TicketAlreadyWon
                move 0 to TicketFoundFlag
            end-if
        end-if
    end-perform
    if not TicketWasSold
        move PrizesToDraw to NumberOfWinners
        exit section
    end-if
    add 1 to NumberOfWinners
    set WinnerIdx to NumberOfWinners
    move DrawnTicket to WinningTicket(WinnerIdx)
    perform RecordWinner
    .

FindTicketBlock section.
    move 0 to TicketFoundFlag
    perform varying BlockIdx from 1 by 1
        until BlockIdx > NumberOfBlocks or TicketWasSold
        if DrawnTicket >= BlockFirst(BlockIdx)
            and DrawnTicket <= BlockLast(BlockIdx)
            set TicketWasSold to true
        end-if
    end-perform
    if TicketWasSold
        set BlockIdx down by 1
    end-if
    .

CheckAlreadyWon section.
    move 0 to AlreadyWonFlag
    perform varying WinnerIdx from 1 by 1
        until WinnerIdx > NumberOfWinners or TicketAlreadyWon
        if WinningTicket(WinnerIdx) equal to DrawnTicket
            set TicketAlreadyWon to true
        end-if
    end-perform
    .

RecordWinner section.
    initialize RaffleDraw
    move function current-date(1:15) to DrawTimestamp
    move NumberOfWinners to DrawPrizeNumber
    move DrawnTicket to DrawTicketNumber
    move BlockAuthCode(BlockIdx) to DrawAuthCode
    move BlockBuyerName(BlockIdx) to DrawWinnerName
    move SessionOperatorCode to DrawOperator
    move WitnessCode to DrawWitness
    open extend RaffleDrawFile
        write RaffleDraw
    close RaffleDrawFile
    display "Prize " DrawPrizeNumber ": ticket " DrawTicketNumber " - "
        function trim(DrawWinnerName)

    if BlockBuyerContact(BlockIdx) equal to spaces
        display "  no contact details - announce it on site"
        exit section
    end-if
    move BlockAuthCode(BlockIdx) to ConfirmationAuthCode
    move DrawTimestamp to ConfirmationTimestamp
    move BlockBuyerContact(BlockIdx) to ConfirmationAddress
    move zero to AtSignCount
    inspect BlockBuyerContact(BlockIdx) tallying AtSignCount for all "@"
    if AtSignCount > zero
        set ConfirmationByEmail to true
    else
        set ConfirmationBySms to true
    end-if
    move spaces to ConfirmationMessage
    string "Congratulations - raffle ticket " DrawnTicket
        " has won prize " NumberOfWinners " in the BarnCamp raffle."
        " Collect it from the info point"
        delimited by size into ConfirmationMessage
    end-string
    move "E" to ConfirmationClass
    open extend ConfirmationQueueFile
        write ConfirmationNoticeEntry
    close ConfirmationQueueFile
    add 1 to NoticesQueued
    .

end program DrawRaffle.
