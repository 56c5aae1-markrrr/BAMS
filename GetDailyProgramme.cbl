    01 ProgrammeSortEof pic 9 value zero.
        88 AtEndOfProgrammeSort value 1.
    01 SessionsListed pic 999 value zero.
    copy ProgrammeTimes.
    01 KidsLinePosition pic 999 value 1.
    copy ReportWriterRequest.

linkage section.

    move "MEALS AT THE BARN" to ReportLineText
    perform EmitLine
    perform varying ProgrammeTimeIdx from 1 by 1 until ProgrammeTimeIdx > 5
        if ProgrammeTimeIsMeal(ProgrammeTimeIdx)
            string "  " ProgrammeTimeName(ProgrammeTimeIdx) " "
                ProgrammeTimeRange(ProgrammeTimeIdx)
                delimited by size into ReportLineText
            perform EmitLine
        end-if
    end-perform
    perform EmitLine
    move "KIDS' CLUB (sign in and out at the kids' tent)" to ReportLineText
    perform EmitLine
    move 1 to KidsLinePosition
    perform varying ProgrammeTimeIdx from 1 by 1 until ProgrammeTimeIdx > 5
        if ProgrammeTimeIsKidsClub(ProgrammeTimeIdx)
            string "  " ProgrammeTimeName(ProgrammeTimeIdx) " "
                ProgrammeTimeRange(ProgrammeTimeIdx) "  "
                delimited by size into ReportLineText
                with pointer KidsLinePosition
        end-if
    end-perform
    perform EmitLine
    perform EmitLine
    move "WORKSHOPS" to ReportLineText
