identification division.
program-id. GetElectricianSheet is initial.

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

        select optional TradersFile assign to TraderFileName
            organization is indexed
            access mode is dynamic
            record key is TraderID
            file status is TraderStatus.

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

    fd TradersFile.
        copy TraderRecord replacing TraderRecord by
            ==TraderFileRecord.
            88 EndOfTradersFile value high-values==.

working-storage section.
    01 BoardStatus pic x(2).
    01 HookUpStatus pic x(2).
    01 TraderStatus pic x(2).

    01 BoardFileName pic x(20) value "power-boards.dat".
    01 HookUpFileName pic x(20) value "hookups.dat".
    01 TraderFileName pic x(20) value "traders.dat".

    01 BoardLoad pic 9(5) value zero.
    01 BoardHeadroom pic s9(5) value zero.
    01 HeadroomDisplay pic -(4)9.
    01 LoadPercent pic 9(3) value zero.
    01 WarningPercent pic 99 value 80.
    01 ConnectionsOnBoard pic 999 value zero.
    01 BoardsListed pic 999 value zero.
    01 BoardsOverWarning pic 999 value zero.
    01 TotalConnectedAmps pic 9(6) value zero.
    01 TotalRatedAmps pic 9(6) value zero.
    01 ForText pic x(9) value spaces.
    01 HookUpFoundFlag pic 9 value zero.
        88 TraderHasHookUp value 1.
    01 TradersUnbooked pic 999 value zero.
    copy ReportWriterRequest.

procedure division.
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "ELECTRICIAN'S SHEET - BOARD LOADS" to ReportTitle
    move "spool-hookups.txt" to ReportSpoolName
    move BoardFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    move low-values to BoardID of BoardRecord
    start BoardsFile key is greater than BoardID of BoardRecord
        invalid key set EndOfBoardsFile to true
    end-start
    open input BoardsFile
        if not EndOfBoardsFile
            read BoardsFile next record
                at end set EndOfBoardsFile to true
            end-read
        end-if
        perform until EndOfBoardsFile
            perform PrintBoard
            read BoardsFile next record
                at end set EndOfBoardsFile to true
            end-read
        end-perform
    close BoardsFile

    if BoardsListed equal to zero
        move "(no distribution boards set up)" to ReportLineText
        perform EmitLine
    end-if
    string "Boards: " BoardsListed "  connected " TotalConnectedAmps
        "A of " TotalRatedAmps "A rated  boards over " WarningPercent
        "%: " BoardsOverWarning
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine

    perform ListTradersWithoutHookUp
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

PrintBoard section.
    add 1 to BoardsListed
    add BoardRatedAmps of BoardRecord to TotalRatedAmps
    move zero to BoardLoad, ConnectionsOnBoard
    string "Board " BoardID of BoardRecord "  "
        BoardDescription of BoardRecord "  at "
        BoardLocation of BoardRecord "  rated "
        BoardRatedAmps of BoardRecord "A"
        delimited by size into ReportLineText
    perform EmitLine

    move BoardID of BoardRecord to HookUpBoardID of HookUpRecord
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
            or HookUpBoardID of HookUpRecord not equal to BoardID of BoardRecord
            if HookUpIsBooked of HookUpRecord
                perform PrintConnection
            end-if
            read HookUpsFile next record
                at end set EndOfHookUpsFile to true
            end-read
        end-perform
    close HookUpsFile

    if ConnectionsOnBoard equal to zero
        move "    (nothing connected)" to ReportLineText
        perform EmitLine
    end-if
    add BoardLoad to TotalConnectedAmps
    compute BoardHeadroom = BoardRatedAmps of BoardRecord - BoardLoad
    move BoardHeadroom to HeadroomDisplay
    compute LoadPercent = BoardLoad * 100 / BoardRatedAmps of BoardRecord
    string "    Connected " BoardLoad "A  headroom " HeadroomDisplay "A  ("
        LoadPercent "% of rating)"
        delimited by size into ReportLineText
    if BoardHeadroom < zero
        move "** OVERLOADED **" to ReportLineText(60:16)
    else
        if LoadPercent > WarningPercent
            move "** OVER " to ReportLineText(60:8)
            move WarningPercent to ReportLineText(68:2)
            move "% **" to ReportLineText(70:4)
        end-if
    end-if
    if LoadPercent > WarningPercent
        add 1 to BoardsOverWarning
    end-if
    perform EmitLine
    perform EmitLine
    .

PrintConnection section.
    add 1 to ConnectionsOnBoard
    add HookUpAmps of HookUpRecord to BoardLoad
    evaluate true
        when HookUpForPitch of HookUpRecord move "pitch" to ForText
        when HookUpForTrader of HookUpRecord move "trader" to ForText
        when HookUpForWorkshop of HookUpRecord move "workshop" to ForText
        when other move spaces to ForText
    end-evaluate
    string "    " HookUpSeq of HookUpRecord "  " ForText " "
        HookUpHolder of HookUpRecord "  pitch " HookUpPitchNumber of HookUpRecord
        "  " HookUpAmps of HookUpRecord "A"
        delimited by size into ReportLineText
    perform EmitLine
    .

ListTradersWithoutHookUp section.
    *> Traders flagged as needing power with no live hook-up booked
    move "TRADERS NEEDING POWER WITH NO HOOK-UP BOOKED" to ReportLineText
    perform EmitLine
    move low-values to TraderID of TraderFileRecord
    start TradersFile key is greater than TraderID of TraderFileRecord
        invalid key set EndOfTradersFile to true
    end-start
    open input TradersFile
        if not EndOfTradersFile
            read TradersFile next record
                at end set EndOfTradersFile to true
            end-read
        end-if
        perform until EndOfTradersFile
            if TraderNeedsPower of TraderFileRecord
                perform FindTraderHookUp
                if not TraderHasHookUp
                    add 1 to TradersUnbooked
                    string "    " TraderID of TraderFileRecord "  "
                        TraderBusinessName of TraderFileRecord "  pitch "
                        TraderPitchNumber of TraderFileRecord
                        delimited by size into ReportLineText
                    perform EmitLine
                end-if
            end-if
            read TradersFile next record
                at end set EndOfTradersFile to true
            end-read
        end-perform
    close TradersFile
    if TradersUnbooked equal to zero
        move "    (none)" to ReportLineText
        perform EmitLine
    end-if
    .

FindTraderHookUp section.
    move zero to HookUpFoundFlag
    move low-values to HookUpKey of HookUpRecord
    start HookUpsFile key is greater than HookUpKey of HookUpRecord
        invalid key set EndOfHookUpsFile to true
    end-start
    open input HookUpsFile
        if not EndOfHookUpsFile
            read HookUpsFile next record
                at end set EndOfHookUpsFile to true
            end-read
        end-if
        perform until EndOfHookUpsFile or TraderHasHookUp
            if HookUpForTrader of HookUpRecord
                and HookUpIsBooked of HookUpRecord
                and HookUpHolder of HookUpRecord equal to
                    TraderID of TraderFileRecord
                set TraderHasHookUp to true
            end-if
            read HookUpsFile next record
                at end set EndOfHookUpsFile to true
            end-read
        end-perform
    close HookUpsFile
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetElectricianSheet.
