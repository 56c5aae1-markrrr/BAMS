01 AttendeeQuery.
    05 QueryName         pic x(12).
    05 QueryDescription  pic x(40).
    05 QuerySavedBy      pic x(3).
    05 QuerySavedDate    pic x(8).
    05 QueryColumn       pic x(22) occurs 8 times.
    *> Every condition must hold; blank conditions are ignored
    05 QueryCondition occurs 5 times.
        10 QueryConditionField    pic x(22).
        10 QueryConditionOperator pic x(2).
            88 QueryConditionIsValid values "= ", "<>", "< ", "> ", "<=",
                                            ">=", "CT".
        10 QueryConditionValue    pic x(30).
    05 QuerySortField    pic x(22).
    05 QuerySortOrder    pic x.
        88 QuerySortsAscending  values "A", " ".
        88 QuerySortsDescending value "D".
    05 QueryTotalField   pic x(22) occurs 3 times.
    05 QueryOutput       pic x.
        88 QueryToScreen values "S", " ".
        88 QueryToSpool  value "P".
        88 QueryToCsv    value "C".
