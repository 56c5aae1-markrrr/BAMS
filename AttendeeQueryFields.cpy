*> Attendee fields a query may list, select on, sort by or total;
*> type N fields are numeric and can be totalled
01 QueryFieldList.
    05 filler pic x(22) value "AUTHCODE".
    05 filler pic x(3) value "X06".
    05 filler pic x(22) value "SIGNUPDATE".
    05 filler pic x(3) value "X08".
    05 filler pic x(22) value "ATTENDEENAME".
    05 filler pic x(3) value "X30".
    05 filler pic x(22) value "EMAIL".
    05 filler pic x(3) value "X30".
    05 filler pic x(22) value "TELEPHONE".
    05 filler pic x(3) value "X15".
    05 filler pic x(22) value "ARRIVALDAY".
    05 filler pic x(3) value "X03".
    05 filler pic x(22) value "DEPARTUREDAY".
    05 filler pic x(3) value "X03".
    05 filler pic x(22) value "ATTENDANCESTATUS".
    05 filler pic x(3) value "X01".
    05 filler pic x(22) value "NUMBEROFKIDS".
    05 filler pic x(3) value "N01".
    05 filler pic x(22) value "AMOUNTTOPAY".
    05 filler pic x(3) value "N09".
    05 filler pic x(22) value "PAYMENTSTATUS".
    05 filler pic x(3) value "X01".
    05 filler pic x(22) value "AMOUNTPAID".
    05 filler pic x(3) value "N09".
    05 filler pic x(22) value "DATEPAID".
    05 filler pic x(3) value "X08".
    05 filler pic x(22) value "PAYMENTMETHOD".
    05 filler pic x(3) value "X01".
    05 filler pic x(22) value "REFUNDAMOUNT".
    05 filler pic x(3) value "N09".
    05 filler pic x(22) value "REFUNDDATE".
    05 filler pic x(3) value "X08".
    05 filler pic x(22) value "DIET".
    05 filler pic x(3) value "X30".
    05 filler pic x(22) value "DIETVEGAN".
    05 filler pic x(3) value "X01".
    05 filler pic x(22) value "DIETVEGETARIAN".
    05 filler pic x(3) value "X01".
    05 filler pic x(22) value "DIETGLUTENFREE".
    05 filler pic x(3) value "X01".
    05 filler pic x(22) value "DIETALLERGY".
    05 filler pic x(3) value "X01".
    05 filler pic x(22) value "EMERGENCYCONTACTNAME".
    05 filler pic x(3) value "X30".
    05 filler pic x(22) value "EMERGENCYCONTACTPHONE".
    05 filler pic x(3) value "X15".
    05 filler pic x(22) value "WELFAREFLAG".
    05 filler pic x(3) value "X01".
    05 filler pic x(22) value "PHOTOCONSENT".
    05 filler pic x(3) value "X01".
    05 filler pic x(22) value "GROUPID".
    05 filler pic x(3) value "X10".
    05 filler pic x(22) value "CONCESSIONFLAG".
    05 filler pic x(3) value "X01".
    05 filler pic x(22) value "TICKETCLASS".
    05 filler pic x(3) value "X01".
01 QueryFieldTable redefines QueryFieldList.
    05 QueryFieldEntry occurs 28 times indexed by QueryFieldIdx.
        10 QueryFieldName  pic x(22).
        10 QueryFieldType  pic x.
            88 QueryFieldIsNumeric value "N".
        10 QueryFieldWidth pic 99.
