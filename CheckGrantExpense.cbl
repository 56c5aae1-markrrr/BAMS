identification division.
program-id. CheckGrantExpense is initial.

environment division.
input-output section.
    file-control.
        select optional GrantsFile assign to GrantFileName
            organization is indexed
            access mode is dynamic
            record key is GrantCode of GrantRecord
            file status is GrantStatus.

data division.
file section.
    fd GrantsFile.
        copy FundingGrant replacing FundingGrant by
            ==GrantRecord.
            88 EndOfGrantsFile value high-values==.

working-storage section.
    01 GrantStatus pic x(2).
    01 GrantFileName pic x(20) value "funding-grants.dat".
    01 CategoryIndex pic 9 value zero.
    01 RestrictionCount pic 9 value zero.

linkage section.
    01 GrantText pic x(8).
    01 SpendCategory pic x(12).
    01 GrantCheckFlag pic 9.
        88 GrantSpendAllowed    value 0.
        88 GrantNotOnFile       value 1.
        88 GrantCategoryBarred  value 2.

procedure division using GrantText, SpendCategory, GrantCheckFlag.
    *> Hands back the code in upper case; a grant with restricted
    *> categories only takes spend in one of them
    set GrantNotOnFile to true
    move function upper-case(function trim(GrantText)) to GrantText
    if GrantText equal to spaces
        goback
    end-if
    open input GrantsFile
        move GrantText to GrantCode of GrantRecord
        read GrantsFile
            invalid key continue
            not invalid key
                perform CheckCategory
        end-read
    close GrantsFile
    goback
    .

CheckCategory section.
    set GrantSpendAllowed to true
    move zero to RestrictionCount
    perform varying CategoryIndex from 1 by 1 until CategoryIndex > 4
        if GrantCategory of GrantRecord(CategoryIndex) not equal to spaces
            add 1 to RestrictionCount
        end-if
    end-perform
    if RestrictionCount equal to zero
        exit section
    end-if
    set GrantCategoryBarred to true
    perform varying CategoryIndex from 1 by 1 until CategoryIndex > 4
        if GrantCategory of GrantRecord(CategoryIndex)
            equal to function upper-case(SpendCategory)
            set GrantSpendAllowed to true
        end-if
    end-perform
    .

end program CheckGrantExpense.
