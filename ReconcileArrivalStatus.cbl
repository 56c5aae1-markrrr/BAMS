            at end set ArrivalLogEof to true
        end-read
        perform until ArrivalLogEof
            if not ArrivalLogIsVisitor
                perform TrackScanState
            end-if
            read ArrivalLogFile
                at end set ArrivalLogEof to true
            end-read
