    05 CaseClosedStamp   pic x(15).
    05 CaseClosedBy      pic x(3).
    05 CaseClosingNote   pic x(100).
    05 CaseLocation      pic x(8).
