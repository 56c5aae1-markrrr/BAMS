01 MarketingSource.
    05 SourceCode        pic x(8).
    05 SourceDescription pic x(30).
    05 SourceSpend       pic 9(5)v99.
    05 SourceInUse       pic x.
        88 SourceIsActive  values "Y", " ".
        88 SourceIsRetired value "N".
