01 VatCodeAssignment.
    05 VatItemKey.
        10 VatItemClass pic x(6).
            88 VatClassIsBar    value "BAR   ".
            88 VatClassIsMerch  value "MERCH ".
            88 VatClassIsTicket value "TICKET".
            88 VatClassIsTrader value "TRADER".
            88 VatClassIsValid  values "BAR   ", "MERCH ", "TICKET", "TRADER".
        10 VatItemCode pic x(10).
    05 VatItemRateCode pic x.
