            10 AllergyListName pic x(30).
            10 AllergyListText pic x(30).
    copy ReportWriterRequest.
    copy FoodSafetyAlertTable.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".
            delimited by size into ReportLineText
        perform EmitLine
    end-perform
    perform EmitLine
    move "FOOD SAFETY - probe every dish (core 75C+, hot-hold 63C+) and log"
        to ReportLineText
    perform EmitLine
    string "it under HACCP; the inspector's sheet is HACCPSHEET " PrepDayName
        delimited by size into ReportLineText
    perform EmitLine
    if RequestedDay equal to spaces
        call "GetFoodSafetyAlerts" using by reference FoodSafetyAlertTable
        if NumberOfFoodAlerts > zero
            string "** " NumberOfFoodAlerts
                " food safety check(s) missed or out of range right now **"
                delimited by size into ReportLineText
            perform EmitLine
        end-if
    end-if
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    .
