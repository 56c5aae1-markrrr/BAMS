identification division.
program-id. GetSiteVisitorsOnSite is initial.

environment division.
input-output section.
    file-control.
        select optional SiteVisitorsFile assign to SiteVisitorFileName
            organization is indexed
            access mode is dynamic
            record key is VisitorPassID
            file status is SiteVisitorStatus.

data division.
file section.
    fd SiteVisitorsFile.
        copy SiteVisitor replacing SiteVisitor by
            ==SiteVisitorRecord.
            88 EndOfSiteVisitorsFile value high-values==.

working-storage section.
    01 SiteVisitorStatus pic x(2).
    01 SiteVisitorFileName pic x(20) value "site-visitors.dat".

linkage section.
    01 VisitorsOnSite pic 9(4).
    01 ContractorsOnSite pic 9(4).
    01 DriversOnSite pic 9(4).
    01 TraderStaffOnSite pic 9(4).
    01 GuestsOnSite pic 9(4).

procedure division using VisitorsOnSite, ContractorsOnSite, DriversOnSite,
    TraderStaffOnSite, GuestsOnSite.
    move zero to VisitorsOnSite, ContractorsOnSite, DriversOnSite,
        TraderStaffOnSite, GuestsOnSite
    move low-values to VisitorPassID of SiteVisitorRecord
    start SiteVisitorsFile key is greater than VisitorPassID of SiteVisitorRecord
        invalid key set EndOfSiteVisitorsFile to true
    end-start
    open input SiteVisitorsFile
        if not EndOfSiteVisitorsFile
            read SiteVisitorsFile next record
                at end set EndOfSiteVisitorsFile to true
            end-read
        end-if
        perform until EndOfSiteVisitorsFile
            if VisitorIsOnSite of SiteVisitorRecord
                add 1 to VisitorsOnSite
                evaluate true
                    when VisitorIsContractor of SiteVisitorRecord
                        add 1 to ContractorsOnSite
                    when VisitorIsDriver of SiteVisitorRecord
                        add 1 to DriversOnSite
                    when VisitorIsTraderStaff of SiteVisitorRecord
                        add 1 to TraderStaffOnSite
                    when other
                        add 1 to GuestsOnSite
                end-evaluate
            end-if
            read SiteVisitorsFile next record
                at end set EndOfSiteVisitorsFile to true
            end-read
        end-perform
    close SiteVisitorsFile
    goback
    .

end program GetSiteVisitorsOnSite.
