*> Fixed times published in the daily programme and the event app;
*> kind B/L/D is a meal sitting, K a kids' club session
01 ProgrammeTimeList.
    05 filler pic x value "B".
    05 filler pic x(10) value "Breakfast".
    05 filler pic x(13) value "08:00 - 09:30".
    05 filler pic x value "L".
    05 filler pic x(10) value "Lunch".
    05 filler pic x(13) value "12:30 - 14:00".
    05 filler pic x value "D".
    05 filler pic x(10) value "Dinner".
    05 filler pic x(13) value "18:00 - 19:30".
    05 filler pic x value "K".
    05 filler pic x(10) value "Morning".
    05 filler pic x(13) value "10:00 - 12:30".
    05 filler pic x value "K".
    05 filler pic x(10) value "Afternoon".
    05 filler pic x(13) value "14:00 - 16:30".
01 ProgrammeTimeTable redefines ProgrammeTimeList.
    05 ProgrammeTimeEntry occurs 5 times indexed by ProgrammeTimeIdx.
        10 ProgrammeTimeKind  pic x.
            88 ProgrammeTimeIsMeal     values "B", "L", "D".
            88 ProgrammeTimeIsKidsClub value "K".
        10 ProgrammeTimeName  pic x(10).
        10 ProgrammeTimeRange pic x(13).
