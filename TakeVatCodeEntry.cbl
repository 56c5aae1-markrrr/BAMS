identification division.
program-id. TakeVatCodeEntry is initial.

environment division.
input-output section.
    file-control.
        select optional VatCodesFile assign to VatCodeFileName
            organization is indexed
            access mode is dynamic
            record key is VatItemKey
            file status is VatCodeStatus.

data division.
file section.
    fd VatCodesFile.
        copy VatCodeAssignment replacing VatCodeAssignment by
            ==VatCodeRecord.
            88 EndOfVatCodesFile value high-values==.

working-storage section.
    01 VatCodeStatus pic x(2).
        88 Successful    value "00".
        88 RecordExists  value "22".

    01 VatCodeFileName pic x(20) value "vat-codes.dat".
    01 EnteredClass pic x(6) value spaces.
    01 EnteredRate pic x value space.
    copy VatRateTable.

procedure division.
    display "VAT rate codes - blank class finishes"
    display "Classes: BAR (PLU code), MERCH (item code), TICKET (C camping,"
    display "  D day visitor, R carer, MEAL meal ticket), TRADER (trader ID)"
    display "  Item code * sets the default for the whole class"
    display "Rates: S standard 20%, R reduced 5%, Z zero, E exempt, O outside scope"
    perform with test after until EnteredClass equal to spaces
        move spaces to EnteredClass
        display "Class: " with no advancing
        accept EnteredClass from console
        move function upper-case(EnteredClass) to EnteredClass
        if EnteredClass not equal to spaces
            perform TakeVatCodeDetails
        end-if
    end-perform
    goback
    .

TakeVatCodeDetails section.
    initialize VatCodeRecord
    move EnteredClass to VatItemClass of VatCodeRecord
    if not VatClassIsValid of VatCodeRecord
        display "Unknown class " EnteredClass
        exit section
    end-if
    display "Item code: " with no advancing
    accept VatItemCode of VatCodeRecord from console
    move function upper-case(VatItemCode of VatCodeRecord)
        to VatItemCode of VatCodeRecord
    display "Rate code: " with no advancing
    accept EnteredRate from console
    move function upper-case(EnteredRate) to EnteredRate
    set VatRateIdx to 1
    search VatRateEntry
        at end
            display "Unknown rate code " EnteredRate " - not saved"
            exit section
        when VatRateCode(VatRateIdx) equal to EnteredRate
            move EnteredRate to VatItemRateCode of VatCodeRecord
    end-search

    open i-o VatCodesFile
        write VatCodeRecord
            invalid key
                if RecordExists
                    rewrite VatCodeRecord
                else
                    display "Error - status is " VatCodeStatus
                end-if
        end-write
    close VatCodesFile
    display "Saved " function trim(EnteredClass) " "
        function trim(VatItemCode of VatCodeRecord) " at rate "
        VatItemRateCode of VatCodeRecord
    .

end program TakeVatCodeEntry.
