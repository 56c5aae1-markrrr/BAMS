01 SiteServiceSchedule.
    05 ScheduleKey.
        10 ScheduleType  pic x.
        10 ScheduleAsset pic x(8).
    05 ScheduleDescription pic x(30).
    05 ScheduleLocation    pic x(8).
    05 ScheduleEveryHours  pic 999.
