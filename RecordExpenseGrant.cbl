identification division.
program-id. RecordExpenseGrant is initial.

environment division.
input-output section.
    file-control.
        select optional TagsFile assign to TagFileName
            organization is indexed
            access mode is dynamic
            record key is TagExpenseID of TagRecord
            file status is TagStatus.

data division.
file section.
    fd TagsFile.
        copy ExpenseGrantTag replacing ExpenseGrantTag by
            ==TagRecord.
            88 EndOfTagsFile value high-values==.

working-storage section.
    01 TagStatus pic x(2).
        88 RecordExists value "22".
    01 TagFileName pic x(20) value "expense-grants.dat".

linkage section.
    01 TagEntryExpenseID pic x(6).
    01 TagEntryGrantCode pic x(8).
    01 TagEntryBy pic x(3).

procedure division using TagEntryExpenseID, TagEntryGrantCode, TagEntryBy.
    *> Held apart from the expense ledger; one grant per expense, and
    *> tagging again moves the expense to the new grant
    if TagEntryExpenseID equal to spaces
        or TagEntryGrantCode equal to spaces
        goback
    end-if
    initialize TagRecord
    move TagEntryExpenseID to TagExpenseID of TagRecord
    move TagEntryGrantCode to TagGrantCode of TagRecord
    move function current-date(1:8) to TagDate of TagRecord
    move TagEntryBy to TagBy of TagRecord
    open i-o TagsFile
        write TagRecord
            invalid key
                if RecordExists
                    rewrite TagRecord
                else
                    display "Error - status is " TagStatus
                end-if
        end-write
    close TagsFile
    goback
    .

end program RecordExpenseGrant.
