01 ProposedOrderLine.
    05 ProposedSupplier pic x(20).
    05 filler pic x value space.
    05 ProposedIngredient pic x(20).
    05 filler pic x value space.
    05 ProposedQuantity pic 9(6)v99.
    05 filler pic x value space.
    05 ProposedUnit pic x(10).
