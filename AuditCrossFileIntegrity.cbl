            at end set ArrivalLogEof to true
        end-read
        perform until ArrivalLogEof
            *> Non-attendee passes are not bookings
            if not ArrivalLogIsVisitor
                move ArrivalLogAuthCode to CheckedAuthCode
                perform CheckAuthCode
                if not AuthCodeExists
                    display "arrival-log.dat: scan for " CheckedAuthCode
                        " - no such attendee"
                    add 1 to IssueCount
                end-if
            end-if
            read ArrivalLogFile
                at end set ArrivalLogEof to true
