        88 CheckpointWasChecked value 1.
    01 OverduePoints pic 99 value zero.
    01 OpenDefects pic 99 value zero.
    copy OverdueServiceTable.
    copy ReportWriterRequest.

linkage section.
        move "  (no open defects)" to ReportLineText
        perform EmitLine
    end-if
    perform EmitLine
    move "OVERDUE SITE SERVICES (fuel, water tests, pump-outs, waste)"
        to ReportLineText
    perform EmitLine
    perform ListOverdueServices

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
            if CaseOpen of IncidentCaseRecord
                and CaseIsSite of IncidentCaseRecord
                add 1 to OpenDefects
                *> Site defects carry no personal detail - shown to any operator
                call "ProtectCaseFields" using by content "U",
                    by reference IncidentCaseRecord
                move spaces to ReportLineText
                string "  " CaseID of IncidentCaseRecord " sev "
                    CaseSeverity of IncidentCaseRecord " "
    close IncidentCasesFile
    .

ListOverdueServices section.
    call "GetOverdueSiteServices" using by reference OverdueServiceTable
    if NumberOfOverdueServices equal to zero
        move "  (all site services up to date)" to ReportLineText
        perform EmitLine
        exit section
    end-if
    perform varying OverdueIdx from 1 by 1
        until OverdueIdx > NumberOfOverdueServices
        if OverdueNeverDone(OverdueIdx)
            string "  " OverdueType(OverdueIdx) " " OverdueAsset(OverdueIdx)
                " " OverdueDescription(OverdueIdx) " never done"
                delimited by size into ReportLineText
        else
            string "  " OverdueType(OverdueIdx) " " OverdueAsset(OverdueIdx)
                " " OverdueDescription(OverdueIdx) " last "
                OverdueLastDone(OverdueIdx)(1:8) " "
                OverdueLastDone(OverdueIdx)(9:4)
                delimited by size into ReportLineText
        end-if
        perform EmitLine
    end-perform
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
