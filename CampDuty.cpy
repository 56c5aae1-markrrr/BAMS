01 CampDuty.
    05 DutyAuthCode     pic x(6).
    05 DutyAssignedSlot pic x(6).
    05 DutyHow          pic x.
        88 DutyAutoAssigned value "A".
        88 DutyHandAssigned value "H".
    05 DutyState        pic x.
        88 DutyOutstanding value "O".
        88 DutyIsDone      value "D".
    05 DutyDoneDate     pic x(8).
    05 DutyDoneBy       pic x(3).
