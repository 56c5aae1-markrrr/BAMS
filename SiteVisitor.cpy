01 SiteVisitor.
    05 VisitorPassID       pic x(6).
    05 VisitorName         pic x(30).
    05 VisitorCompany      pic x(30).
    05 VisitorType         pic x.
        88 VisitorIsContractor  value "C".
        88 VisitorIsDriver      value "D".
        88 VisitorIsTraderStaff value "T".
        88 VisitorIsGuest       value "G".
    05 VisitorPurpose      pic x(30).
    05 VisitorHost         pic x(30).
    05 VisitorPhone        pic x(15).
    05 VisitorSiteState    pic x.
        88 VisitorIsOnSite  value "Y".
        88 VisitorIsOffSite values "N", " ".
    05 VisitorLastInStamp  pic x(15).
    05 VisitorLastOutStamp pic x(15).
