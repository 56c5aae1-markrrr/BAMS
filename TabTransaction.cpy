    05 TabWristbandClass pic x.
        88 WristbandIsAdult values "A", " ".
        88 WristbandIsChild value "C".
    05 filler pic x value space.
    05 TabChainHash pic x(16).
