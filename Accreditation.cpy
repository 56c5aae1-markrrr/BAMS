01 Accreditation.
    05 AccreditHolderCode  pic x(6).
    05 AccreditHolderType  pic x.
        88 AccreditIsAttendee    value "A".
        88 AccreditIsVolunteer   value "V".
        88 AccreditIsFacilitator value "F".
        88 AccreditIsTrader      value "T".
    05 AccreditHolderName  pic x(30).
    05 AccreditLevels      pic x(10).
    05 AccreditGrantedBy   pic x(3).
    05 AccreditGrantedDate pic x(8).
