identification division.
program-id. TakeSiteLocationEntry is initial.

environment division.
input-output section.
    file-control.
        select optional LocationsFile assign to LocationFileName
            organization is indexed
            access mode is dynamic
            record key is LocationCode
            file status is LocationStatus.

data division.
file section.
    fd LocationsFile.
        copy SiteLocation replacing SiteLocation by
            ==LocationRecord.
            88 EndOfLocationsFile value high-values==.

working-storage section.
    01 LocationStatus pic x(2).
        88 RecordExists value "22".

    01 LocationFileName pic x(20) value "site-locations.dat".

    01 ActionEntry pic x value space.
        88 AddingLocation   value "A", "a".
        88 DeletingLocation value "D", "d".
        88 ListingLocations value "L", "l".
    01 LocationsListed pic 9(4) value zero.

procedure division.
    display "Site locations - A=add/change, D=delete, L=list: "
        with no advancing
    accept ActionEntry from console
    evaluate true
        when AddingLocation perform TakeLocation
        when DeletingLocation perform DeleteLocation
        when ListingLocations perform ListLocations
        when other display "No action taken"
    end-evaluate
    goback
    .

TakeLocation section.
    initialize LocationRecord
    display "Location code (BARN, FIELD1...): " with no advancing
    accept LocationCode of LocationRecord from console
    move function upper-case(LocationCode of LocationRecord)
        to LocationCode of LocationRecord
    if LocationCode of LocationRecord equal to spaces
        display "No location code - nothing saved"
        exit section
    end-if
    display "Description: " with no advancing
    accept LocationDescription of LocationRecord from console
    display "Type (B=building F=field M=marquee C=compound S=store O=other): "
        with no advancing
    accept LocationType of LocationRecord from console
    move function upper-case(LocationType of LocationRecord)
        to LocationType of LocationRecord
    if not (LocationIsBuilding of LocationRecord
        or LocationIsField of LocationRecord
        or LocationIsMarquee of LocationRecord
        or LocationIsCompound of LocationRecord
        or LocationIsStore of LocationRecord
        or LocationIsOther of LocationRecord)
        display "Unknown location type - nothing saved"
        exit section
    end-if
    display "Grid reference: " with no advancing
    accept LocationGridRef of LocationRecord from console
    move function upper-case(LocationGridRef of LocationRecord)
        to LocationGridRef of LocationRecord

    open i-o LocationsFile
        write LocationRecord
            invalid key
                if RecordExists
                    rewrite LocationRecord
                else
                    display "Error - status is " LocationStatus
                end-if
        end-write
    close LocationsFile
    display "Saved location " LocationCode of LocationRecord
    .

DeleteLocation section.
    display "Location code: " with no advancing
    accept LocationCode of LocationRecord from console
    move function upper-case(LocationCode of LocationRecord)
        to LocationCode of LocationRecord
    open i-o LocationsFile
        delete LocationsFile record
            invalid key
                display "No location " LocationCode of LocationRecord
            not invalid key
                display "Deleted - check the LOCATIONS cross-reference for"
                    " anything still using it"
        end-delete
    close LocationsFile
    .

ListLocations section.
    display "Code     Description                    Type Grid ref"
    move low-values to LocationCode of LocationRecord
    start LocationsFile key is greater than LocationCode of LocationRecord
        invalid key set EndOfLocationsFile to true
    end-start
    open input LocationsFile
        if not EndOfLocationsFile
            read LocationsFile next record
                at end set EndOfLocationsFile to true
            end-read
        end-if
        perform until EndOfLocationsFile
            add 1 to LocationsListed
            display LocationCode of LocationRecord " "
                LocationDescription of LocationRecord " "
                LocationType of LocationRecord "    "
                LocationGridRef of LocationRecord
            read LocationsFile next record
                at end set EndOfLocationsFile to true
            end-read
        end-perform
    close LocationsFile
    if LocationsListed equal to zero
        display "(no site locations set up)"
    end-if
    .

end program TakeSiteLocationEntry.
