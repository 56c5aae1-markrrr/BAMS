identification division.
program-id. GetBookingChannel is initial.

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
    01 ChannelFileName pic x(24) value "booking-channels.dat".

linkage section.
    01 ChannelLookupAuthCode pic x(6).
    01 ChannelLookupCode pic x.

procedure division using ChannelLookupAuthCode, ChannelLookupCode.
    move space to ChannelLookupCode
    open input ChannelsFile
        move ChannelLookupAuthCode to ChannelAuthCode of ChannelRecord
        read ChannelsFile
            invalid key continue
            not invalid key
                move ChannelCode of ChannelRecord to ChannelLookupCode
        end-read
    close ChannelsFile
    goback
    .

end program GetBookingChannel.
