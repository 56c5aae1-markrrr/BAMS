identification division.
program-id. TakeSupplierEntry is initial.

environment division.
configuration section.
    repository.
        function createAuthCode.

input-output section.
    file-control.
        select optional SuppliersFile assign to SupplierFileName
            organization is indexed
            access mode is dynamic
            record key is SupplierCode
            file status is SupplierStatus.

data division.
file section.
    fd SuppliersFile.
        copy Supplier replacing Supplier by
            ==SupplierRecord.
            88 EndOfSuppliersFile value high-values==.

working-storage section.
    01 SupplierStatus pic x(2).
        88 Successful    value "00".
        88 RecordExists  value "22".
    01 SupplierFileName pic x(20) value "suppliers.dat".

    01 EnteredSupplierCode pic x(6) value spaces.

procedure division.
    display "Supplier master file"
    display "Supplier code (blank for a new supplier): " with no advancing
    accept EnteredSupplierCode from console
    move function upper-case(EnteredSupplierCode) to EnteredSupplierCode

    initialize SupplierRecord
    if EnteredSupplierCode equal to spaces
        move createAuthCode to SupplierCode of SupplierRecord
    else
        move EnteredSupplierCode to SupplierCode of SupplierRecord
    end-if

    display "Supplier name: " with no advancing
    accept SupplierName of SupplierRecord from console
    display "Name used on the menu plan (blank if the same): "
        with no advancing
    accept SupplierMenuName of SupplierRecord from console
    if SupplierMenuName of SupplierRecord equal to spaces
        move SupplierName of SupplierRecord
            to SupplierMenuName of SupplierRecord
    end-if
    display "Contact (name/phone/email): " with no advancing
    accept SupplierContact of SupplierRecord from console
    display "Payment terms in days: " with no advancing
    accept SupplierTermsDays of SupplierRecord from console

    open i-o SuppliersFile
        write SupplierRecord
            invalid key
                if RecordExists
                    rewrite SupplierRecord
                else
                    display "Error - status is " SupplierStatus
                end-if
        end-write
    close SuppliersFile
    display "Saved supplier " SupplierCode of SupplierRecord " - "
        function trim(SupplierName of SupplierRecord)
    goback
    .

end program TakeSupplierEntry.
