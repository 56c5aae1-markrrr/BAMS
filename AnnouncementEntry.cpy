01 AnnouncementEntry.
    05 AnnouncementStamp pic x(15).
    05 filler            pic x value space.
    05 AnnouncementText  pic x(100).
