    01 PitchFileName pic x(20) value "pitches.dat".
    01 AssignmentFileName pic x(24) value "pitch-assignments.dat".
    01 ScreenMessage pic x(50) value spaces.
    01 CheckedLocation pic x(20) value spaces.
    01 LocationFlag pic 9 value zero.
        88 LocationIsKnown value 1.

linkage section.
    01 AttendeesFileName pic x(20) value "attendees.dat".
        evaluate true
            when OperationIsSave
                move spaces to ScreenMessage
                move PitchZone of PitchRecord to CheckedLocation
                call "ResolveSiteLocation" using
                    by reference CheckedLocation, LocationFlag
                evaluate true
                    when PitchNumber of PitchRecord equal to spaces
                        move "Pitch number is required" to ScreenMessage
                    when not LocationIsKnown
                        move "Zone is not on the location master" to ScreenMessage
                    when other
                        move CheckedLocation to PitchZone of PitchRecord
                        call "AddPitch" using by content PitchFileName,
                            by reference PitchRecord
                        initialize PitchRecord
                        move "Pitch saved" to ScreenMessage
                end-evaluate
            when OperationIsToggleArrivalDay
                perform TakeAssignment
        end-evaluate
