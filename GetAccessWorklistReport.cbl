    01 PeopleListed pic 999 value zero.
    01 NeedsSummary pic x(30) value spaces.
    copy ReportWriterRequest.
    01 SensitiveAccess pic 9 value zero.
        88 SensitiveIsVisible value 1.
    01 ReadLogKey pic x(15) value spaces.

linkage section.
    01 AccessibilityFileName pic x(20) value "accessibility.dat".

procedure division using AccessibilityFileName.
    call "CheckSensitiveAccess" using by reference SensitiveAccess
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "ACCESS TEAM WORKLIST - before gates open" to ReportTitle
        AccessCarerAuthCode of AccessibilityRecord
        delimited by size into ReportLineText
    perform EmitLine
    call "ProtectAccessFields" using by content "D",
        by reference AccessibilityRecord
    if SensitiveIsVisible
        move AccessAuthCode of AccessibilityRecord to ReadLogKey
        call "LogSensitiveRead" using by content "ACCESS  ", ReadLogKey,
            AccessAuthCode of AccessibilityRecord, "B", "ACCESSLIST  "
    end-if
    if AccessDetail of AccessibilityRecord not equal to spaces
        move spaces to ReportLineText
        string "          detail: "
