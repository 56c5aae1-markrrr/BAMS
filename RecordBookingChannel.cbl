identification division.
program-id. RecordBookingChannel is initial.

environment division.
input-output section.
    file-control.
        select optional ChannelsFile assign to ChannelFileName
            organization is indexed
            access mode is dynamic
            record key is ChannelAuthCode of ChannelRecord
            file status is ChannelStatus.

data division.
file section.
    fd ChannelsFile.
        copy BookingChannel replacing BookingChannel by
            ==ChannelRecord.
            88 EndOfChannelsFile value high-values==.

working-storage section.
    01 ChannelStatus pic x(2).
        88 RecordExists value "22".
    01 ChannelFileName pic x(24) value "booking-channels.dat".

linkage section.
    01 ChannelEntryAuthCode pic x(6).
    01 ChannelEntryCode pic x.

procedure division using ChannelEntryAuthCode, ChannelEntryCode.
    *> Recorded before AddAttendee is called, the channel is what the
    *> booking is held to; recorded afterwards it is only counted
    initialize ChannelRecord
    move ChannelEntryAuthCode to ChannelAuthCode of ChannelRecord
    move ChannelEntryCode to ChannelCode of ChannelRecord
    open i-o ChannelsFile
        write ChannelRecord
            invalid key
                if RecordExists
                    rewrite ChannelRecord
                else
                    display "Error - status is " ChannelStatus
                end-if
        end-write
    close ChannelsFile
    goback
    .

end program RecordBookingChannel.
