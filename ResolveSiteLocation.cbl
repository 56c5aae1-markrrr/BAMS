identification division.
program-id. ResolveSiteLocation is initial.

environment division.
input-output section.
    file-control.
        select optional LocationsFile assign to LocationFileName
            organization is indexed
            access mode is dynamic
            record key is LocationCode
            file status is LocationStatus.

        select optional LocationMapFile assign to LocationMapFileName
            organization is line sequential
            file status is LocationMapStatus.

data division.
file section.
    fd LocationsFile.
        copy SiteLocation replacing SiteLocation by
            ==LocationRecord.
            88 EndOfLocationsFile value high-values==.

    fd LocationMapFile.
        01 LocationMapLine.
            05 MappedCode pic x(8).
            05 filler pic x.
            05 MappedText pic x(20).

working-storage section.
    01 LocationStatus pic x(2).
    01 LocationMapStatus pic x(2).
        88 LocationMapOk  values "00", "05".
        88 LocationMapEof value "10".
    01 LocationFileName pic x(20) value "site-locations.dat".
    01 LocationMapFileName pic x(20) value "location-map.dat".

    01 WantedText pic x(30) value spaces.
    01 LocationsHeld pic 9(4) value zero.

linkage section.
    01 LocationText pic x(20).
    01 LocationFlag pic 9.
        88 LocationIsKnown value 1.

procedure division using LocationText, LocationFlag.
    *> Accepts a location code, a location's description or a known
    *> alias, and hands back the location code
    move zero to LocationFlag
    move function upper-case(function trim(LocationText)) to WantedText
    if WantedText equal to spaces
        goback
    end-if

    open input LocationsFile
        if WantedText(9:) equal to spaces
            move WantedText(1:8) to LocationCode of LocationRecord
            read LocationsFile
                invalid key continue
                not invalid key
                    set LocationIsKnown to true
            end-read
        end-if
        if not LocationIsKnown
            perform MatchDescription
        end-if
    close LocationsFile

    if not LocationIsKnown and LocationsHeld not equal to zero
        perform MatchAlias
    end-if

    evaluate true
        when LocationIsKnown
            move LocationCode of LocationRecord to LocationText
        when LocationsHeld equal to zero
            *> No location master set up yet, so nothing to check against
            set LocationIsKnown to true
    end-evaluate
    goback
    .

MatchDescription section.
    move low-values to LocationCode of LocationRecord
    start LocationsFile key is greater than LocationCode of LocationRecord
        invalid key set EndOfLocationsFile to true
    end-start
    if not EndOfLocationsFile
        read LocationsFile next record
            at end set EndOfLocationsFile to true
        end-read
    end-if
    perform until EndOfLocationsFile or LocationIsKnown
        add 1 to LocationsHeld
        if function upper-case(LocationDescription of LocationRecord)
            equal to WantedText
            set LocationIsKnown to true
        else
            read LocationsFile next record
                at end set EndOfLocationsFile to true
            end-read
        end-if
    end-perform
    .

MatchAlias section.
    open input LocationMapFile
        read LocationMapFile
            at end set LocationMapEof to true
        end-read
        perform until LocationMapEof or LocationIsKnown
            if function upper-case(MappedText) equal to WantedText
                move function upper-case(MappedCode)
                    to LocationCode of LocationRecord
                set LocationIsKnown to true
            else
                read LocationMapFile
                    at end set LocationMapEof to true
                end-read
            end-if
        end-perform
    close LocationMapFile
    .

end program ResolveSiteLocation.
