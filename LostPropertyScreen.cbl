    01 LostPropertyFileName pic x(20) value "lostproperty.dat".
    01 ScreenMessage pic x(50) value spaces.
    01 ClaimItemID pic x(6) value spaces.
    01 LocationFlag pic 9 value zero.
        88 LocationIsKnown value 1.

linkage section.
    01 AttendeesFileName pic x(20) value "attendees.dat".
        evaluate true
            when OperationIsSave
                move spaces to ScreenMessage
                call "ResolveSiteLocation" using by reference
                    LostItemWhereFound of LostPropertyItem, LocationFlag
                evaluate true
                    when LostItemDescription of LostPropertyItem equal to spaces
                        move "Description is required" to ScreenMessage
                    when not LocationIsKnown
                        move "Where found is not on the location master"
                            to ScreenMessage
                    when other
                        perform SaveLostItem
                end-evaluate
            when OperationIsToggleArrivalDay
                perform ClaimItem
        end-evaluate
