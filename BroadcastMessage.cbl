            organization is line sequential
            file status is ConfirmationQueueStatus.

        select optional AnnouncementsFile assign to AnnouncementFileName
            organization is line sequential
            file status is AnnouncementStatus.

data division.
file section.
    fd AttendeesFile.
    fd ConfirmationQueueFile.
        copy ConfirmationNoticeEntry.

    fd AnnouncementsFile.
        copy AnnouncementEntry.

working-storage section.
    01 AttendeeStatus pic x(2).
    01 VehicleStatus pic x(2).
    01 VehicleFileName pic x(20) value "vehicles.dat".
    01 VolunteerFileName pic x(20) value "volunteers.dat".
    01 ConfirmationQueueFileName pic x(24) value "confirmation-queue.log".
    01 AnnouncementStatus pic x(2).
    01 AnnouncementFileName pic x(20) value "announcements.log".
    01 AppAnswer pic x value "N".
        88 PostOnEventApp value "Y", "y".

    01 FilterStatus pic x value space.
    01 FilterArrivalDay pic x(3) value spaces.
        until RecipientIdx > NumberOfRecipients
        perform QueueBroadcastNotice
    end-perform
    if BroadcastClass not equal to "M"
        display "Also post it on the event app (Y/N)? " with no advancing
        accept AppAnswer from console
        if PostOnEventApp
            move spaces to AnnouncementEntry
            move function current-date(1:15) to AnnouncementStamp
            move BroadcastText to AnnouncementText
            open extend AnnouncementsFile
                write AnnouncementEntry
            close AnnouncementsFile
            display "Posted - it appears when the app feed is next written"
        end-if
    end-if
    display NoticesQueued " notices queued - run DISPATCH to send them"
    goback
    .
