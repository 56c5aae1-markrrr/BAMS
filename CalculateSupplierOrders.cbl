
        select OrderSortFile assign to "ordersheet.srt".

        select ProposedOrderFile assign to ProposedOrderFileName
            organization is line sequential
            file status is ProposedOrderStatus.

data division.
file section.
    fd AttendeesFile.
            05 OrderSortUnit       pic x(10).
            05 OrderSortQuantity   pic 9(6)v99.

    fd ProposedOrderFile.
        copy ProposedOrderLine.

working-storage section.
    01 AttendeeStatus pic x(2).
    01 MenuPlanStatus pic x(2).
    01 MenuPlanFileName pic x(20) value "menu-plan.dat".
    01 ProposedOrderStatus pic x(2).
    01 ProposedOrderFileName pic x(20) value "supplier-orders.dat".

    copy EventCalendarTable.

    .

PrintOrderLines section.
    *> The same lines are kept for raising purchase orders from
    open output ProposedOrderFile
    return OrderSortFile
        at end set AtEndOfOrderSort to true
    end-return
        end-return
    end-perform
    perform FlushIngredientTotal
    close ProposedOrderFile
    .

FlushIngredientTotal section.
            QuantityDisplay " " HeldUnit
            delimited by size into ReportLineText
        perform EmitLine
        move PreviousSupplier to ProposedSupplier
        move PreviousIngredient to ProposedIngredient
        move IngredientTotal to ProposedQuantity
        move HeldUnit to ProposedUnit
        write ProposedOrderLine
    end-if
    .

