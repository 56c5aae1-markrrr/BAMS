01 StandbyManifestEntry.
    05 StandbyCopiedAt pic x(15).
    05 filler pic x value space.
    05 StandbyFileName pic x(24).
    05 filler pic x value space.
    05 StandbyOrganisation pic x.
        88 StandbyFileIsIndexed    value "I".
        88 StandbyFileIsSequential value "S".
    05 filler pic x value space.
    05 StandbyRecordCount pic 9(7).
    05 filler pic x value space.
    05 StandbyChecksum pic x(16).
