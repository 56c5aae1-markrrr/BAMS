            not invalid key
                call "AddAttendee" using by content AttendeeFileName,
                    by reference MasterAttendee
                call "RecordBookingChannel" using AuthCode of MasterAttendee,
                    by content "U"
                display "applied   quick-add " QueueAuthCode
                add 1 to TransactionsApplied
        end-read
