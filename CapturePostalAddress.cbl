identification division.
program-id. CapturePostalAddress is initial.

environment division.
input-output section.
    file-control.
        select optional PostalAddressesFile assign to PostalAddressFileName
            organization is indexed
            access mode is dynamic
            record key is PostalAuthCode
            file status is PostalAddressStatus.

data division.
file section.
    fd PostalAddressesFile.
        copy PostalAddress replacing PostalAddress by
            ==PostalAddressRecord.
            88 EndOfPostalAddressesFile value high-values==.

local-storage section.
    01 PostalAddressStatus pic x(2).
        88 Successful    value "00".
        88 RecordExists  value "22".

    copy Attendee replacing Attendee by ==AddresseeAttendee==.
    01 AttendeeFileName pic x(20) value "attendees.dat".
    01 AddressOnFile pic 9 value 0.
        88 AddressIsOnFile value 1.
    copy PostalAddress replacing PostalAddress by ==EnteredAddress==.

linkage section.
    01 PostalAddressFileName pic x(20) value "postal-addresses.dat".
    01 AddresseeAuthCode pic x(6).
    01 AddresseeName pic x(30).

procedure division using PostalAddressFileName, AddresseeAuthCode,
    AddresseeName.
    if AddresseeAuthCode equal to spaces
        goback
    end-if

    initialize PostalAddressRecord
    open input PostalAddressesFile
        move AddresseeAuthCode to PostalAuthCode of PostalAddressRecord
        read PostalAddressesFile
            invalid key
                initialize PostalAddressRecord
                move AddresseeAuthCode to PostalAuthCode of PostalAddressRecord
            not invalid key set AddressIsOnFile to true
        end-read
    close PostalAddressesFile

    if PostalAddressee of PostalAddressRecord equal to spaces
        move AddresseeName to PostalAddressee of PostalAddressRecord
    end-if
    if PostalAddressee of PostalAddressRecord equal to spaces
        call "GetAttendeeByAuthCode"
            using by content AttendeeFileName,
            by content AddresseeAuthCode,
            by reference AddresseeAttendee
        if AttendeeName of AddresseeAttendee not equal to high-values
            move AttendeeName of AddresseeAttendee
                to PostalAddressee of PostalAddressRecord
        end-if
    end-if

    if AddressIsOnFile
        display "Postal address held for " AddresseeAuthCode
            " - press return to keep each line as it is"
    else
        display "Postal address for " AddresseeAuthCode
            " - their notices will be sent as letters"
    end-if
    initialize EnteredAddress
    display "Addressee (" function trim(PostalAddressee of PostalAddressRecord)
        "): " with no advancing
    accept PostalAddressee of EnteredAddress from console
    display "Address line 1 (" function trim(PostalLine1 of PostalAddressRecord)
        "): " with no advancing
    accept PostalLine1 of EnteredAddress from console
    display "Address line 2 (" function trim(PostalLine2 of PostalAddressRecord)
        "): " with no advancing
    accept PostalLine2 of EnteredAddress from console
    display "Town (" function trim(PostalTown of PostalAddressRecord)
        "): " with no advancing
    accept PostalTown of EnteredAddress from console
    display "Postcode (" function trim(PostalPostcode of PostalAddressRecord)
        "): " with no advancing
    accept PostalPostcode of EnteredAddress from console

    if PostalAddressee of EnteredAddress not equal to spaces
        move PostalAddressee of EnteredAddress
            to PostalAddressee of PostalAddressRecord
    end-if
    if PostalLine1 of EnteredAddress not equal to spaces
        move PostalLine1 of EnteredAddress to PostalLine1 of PostalAddressRecord
    end-if
    if PostalLine2 of EnteredAddress not equal to spaces
        move PostalLine2 of EnteredAddress to PostalLine2 of PostalAddressRecord
    end-if
    if PostalTown of EnteredAddress not equal to spaces
        move PostalTown of EnteredAddress to PostalTown of PostalAddressRecord
    end-if
    if PostalPostcode of EnteredAddress not equal to spaces
        move function upper-case(PostalPostcode of EnteredAddress)
            to PostalPostcode of PostalAddressRecord
    end-if

    if PostalLine1 of PostalAddressRecord equal to spaces
        or PostalPostcode of PostalAddressRecord equal to spaces
        display "An address needs at least a first line and a postcode"
            " - nothing saved"
        goback
    end-if

    move function current-date(1:8) to PostalUpdated of PostalAddressRecord
    open i-o PostalAddressesFile
        write PostalAddressRecord
            invalid key
                if RecordExists
                    rewrite PostalAddressRecord
                else
                    display "Error - status is " PostalAddressStatus
                end-if
        end-write
    close PostalAddressesFile
    display "Postal address saved for " AddresseeAuthCode
    goback
    .

end program CapturePostalAddress.
