01 FieldProtection.
    05 ProtectionGeneration pic 999.
        88 ProtectionNotYetOn value zero.
    05 filler pic x value space.
    05 ProtectionCheckText pic x(32).
    05 filler pic x value space.
    05 ProtectionChangedDate pic x(8).
    05 filler pic x value space.
    05 ProtectionChangedBy pic x(3).
