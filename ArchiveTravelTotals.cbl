identification division.
program-id. ArchiveTravelTotals is initial.

environment division.
input-output section.
    file-control.
        select optional TravelHistoryFile assign to TravelHistoryFileName
            organization is indexed
            access mode is dynamic
            record key is TravelTotalsYear
            file status is TravelHistoryStatus.

data division.
file section.
    fd TravelHistoryFile.
        copy TravelCarbonTotals replacing TravelCarbonTotals by
            ==TravelHistoryRecord==.

working-storage section.
    01 TravelHistoryStatus pic x(2).
        88 RecordExists value "22".
    01 TravelHistoryFileName pic x(20) value "travel-history.dat".
    01 KgDisplay pic z(7)9.9 value zero.

linkage section.
    01 ArchiveYear pic x(4).
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using ArchiveYear, AttendeeFileName.
    *> The year's travel totals are kept by year so later years can be
    *> compared once this year's transport files have been emptied
    call "GetTravelCarbonStats" using by content AttendeeFileName,
        by reference TravelHistoryRecord
    move ArchiveYear to TravelTotalsYear
    open i-o TravelHistoryFile
        write TravelHistoryRecord
            invalid key
                if RecordExists
                    rewrite TravelHistoryRecord
                else
                    display "Error - status is " TravelHistoryStatus
                end-if
        end-write
    close TravelHistoryFile
    move TotalKgCO2e to KgDisplay
    display "Archived " ArchiveYear " travel totals (" function trim(KgDisplay)
        " kg CO2e) to " function trim(TravelHistoryFileName)
    goback
    .

end program ArchiveTravelTotals.
