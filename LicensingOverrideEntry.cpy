01 LicensingOverrideEntry.
    05 OverrideTimestamp   pic x(15).
    05 filler pic x value space.
    05 OverrideAuthCode    pic x(6).
    05 filler pic x value space.
    05 OverrideProductCode pic x(4).
    05 filler pic x value space.
    05 OverrideTillOperator pic x(3).
    05 filler pic x value space.
    05 OverrideSupervisor  pic x(3).
    05 filler pic x value space.
    05 OverrideReason      pic x(40).
