identification division.
program-id. GetFirstAidSummaryReport is initial.

environment division.
input-output section.
    file-control.
        select optional TreatmentsFile assign to TreatmentFileName
            organization is indexed
            access mode is dynamic
            record key is TreatmentID
            file status is TreatmentStatus.

data division.
file section.
    fd TreatmentsFile.
        copy FirstAidTreatment replacing FirstAidTreatment by
            ==TreatmentRecord.
            88 EndOfTreatmentsFile value high-values==.

working-storage section.
    01 TreatmentStatus pic x(2).
    01 TreatmentFileName pic x(20) value "first-aid.dat".

    01 CategoryNames value "CUT/GRAZE   BURN        BITE/STING  SPRAIN      HEAD INJURY HEAT/COLD   ILLNESS     ALLERGY     MEDICATION  OTHER       ".
        05 CategoryName pic x(12) occurs 10 times indexed by CategoryIdx.

    01 DayCountTable.
        05 NumberOfDays pic 99 value zero.
        05 DayCount occurs 14 times indexed by DayIdx.
            10 CountDate pic x(8).
            10 DayPrinted pic 9.
            10 CategoryCount occurs 10 times.
                15 CountSeen     pic 999.
                15 CountActivity pic 999.
                15 CountHome     pic 999.
                15 CountHospital pic 999.
    01 EventTotals.
        05 EventCategoryTotal occurs 10 times.
            10 EventSeen     pic 9(4).
            10 EventHospital pic 9(4).
    01 DaySeen pic 9(4) value zero.
    01 DayOverflowFlag pic 9 value zero.
        88 DayTableOverflowed value 1.
    01 ThisCategoryIdx pic 99 value zero.
    01 NextDayIdx pic 99 value zero.
    01 DaysPrinted pic 99 value zero.
    copy ReportWriterRequest.

procedure division.
    initialize DayCountTable, EventTotals
    move low-values to TreatmentID of TreatmentRecord
    start TreatmentsFile key is greater than TreatmentID of TreatmentRecord
        invalid key set EndOfTreatmentsFile to true
    end-start
    open input TreatmentsFile
        if not EndOfTreatmentsFile
            read TreatmentsFile next record
                at end set EndOfTreatmentsFile to true
            end-read
        end-if
        perform until EndOfTreatmentsFile
            perform CountTreatment
            read TreatmentsFile next record
                at end set EndOfTreatmentsFile to true
            end-read
        end-perform
    close TreatmentsFile

    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "FIRST AID TREATMENTS BY DAY (ANONYMISED)" to ReportTitle
    move "spool-firstaid.txt" to ReportSpoolName
    move TreatmentFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest
    move "No patient details are shown - counts only, for organisers and the SAG return"
        to ReportLineText
    perform EmitLine
    perform EmitLine

    if NumberOfDays equal to zero
        move "(no treatments recorded)" to ReportLineText
        perform EmitLine
    end-if
    perform varying DaysPrinted from 1 by 1 until DaysPrinted > NumberOfDays
        perform FindEarliestDayLeft
        set DayIdx to NextDayIdx
        move 1 to DayPrinted(DayIdx)
        perform ReportOneDay
    end-perform
    if DayTableOverflowed
        move "** More than 14 days of treatments - later days not shown **"
            to ReportLineText
        perform EmitLine
    end-if

    move "WHOLE EVENT        Seen  Hospital" to ReportLineText
    perform EmitLine
    perform varying CategoryIdx from 1 by 1 until CategoryIdx > 10
        if EventSeen(CategoryIdx) > zero
            string "  " CategoryName(CategoryIdx) "    "
                EventSeen(CategoryIdx) "  " EventHospital(CategoryIdx)
                delimited by size into ReportLineText
            perform EmitLine
        end-if
    end-perform
    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

CountTreatment section.
    set CategoryIdx to 1
    search CategoryName
        at end set CategoryIdx to 10
        when CategoryName(CategoryIdx) equal to
            TreatmentCategory of TreatmentRecord
            continue
    end-search
    set ThisCategoryIdx to CategoryIdx

    set DayIdx to 1
    search DayCount
        at end perform AddTreatmentDay
        when DayIdx > NumberOfDays
            perform AddTreatmentDay
        when CountDate(DayIdx) equal to TreatmentTimeIn of TreatmentRecord(1:8)
            continue
    end-search
    if DayTableOverflowed and DayIdx > NumberOfDays
        exit section
    end-if

    add 1 to CountSeen(DayIdx, ThisCategoryIdx)
    add 1 to EventSeen(ThisCategoryIdx)
    evaluate true
        when OutcomeBackToActivity of TreatmentRecord
            add 1 to CountActivity(DayIdx, ThisCategoryIdx)
        when OutcomeSentHome of TreatmentRecord
            add 1 to CountHome(DayIdx, ThisCategoryIdx)
        when OutcomeReferredHospital of TreatmentRecord
            add 1 to CountHospital(DayIdx, ThisCategoryIdx)
            add 1 to EventHospital(ThisCategoryIdx)
    end-evaluate
    .

AddTreatmentDay section.
    if NumberOfDays < 14
        add 1 to NumberOfDays
        set DayIdx to NumberOfDays
        move TreatmentTimeIn of TreatmentRecord(1:8) to CountDate(DayIdx)
    else
        set DayTableOverflowed to true
        set DayIdx to 15
    end-if
    .

FindEarliestDayLeft section.
    move zero to NextDayIdx
    perform varying DayIdx from 1 by 1 until DayIdx > NumberOfDays
        if DayPrinted(DayIdx) equal to zero
            if NextDayIdx equal to zero
                set NextDayIdx to DayIdx
            else
                if CountDate(DayIdx) < CountDate(NextDayIdx)
                    set NextDayIdx to DayIdx
                end-if
            end-if
        end-if
    end-perform
    .

ReportOneDay section.
    move zero to DaySeen
    string "DAY " CountDate(DayIdx)
        "      Seen  Activity  Home  Hospital"
        delimited by size into ReportLineText
    perform EmitLine
    perform varying CategoryIdx from 1 by 1 until CategoryIdx > 10
        if CountSeen(DayIdx, CategoryIdx) > zero
            add CountSeen(DayIdx, CategoryIdx) to DaySeen
            string "  " CategoryName(CategoryIdx) "    "
                CountSeen(DayIdx, CategoryIdx) "      "
                CountActivity(DayIdx, CategoryIdx) "   "
                CountHome(DayIdx, CategoryIdx) "       "
                CountHospital(DayIdx, CategoryIdx)
                delimited by size into ReportLineText
            perform EmitLine
        end-if
    end-perform
    string "  Day total            " DaySeen
        delimited by size into ReportLineText
    perform EmitLine
    perform EmitLine
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetFirstAidSummaryReport.
