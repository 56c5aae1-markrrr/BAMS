01 BookingChannel.
    05 ChannelAuthCode pic x(6).
    05 ChannelCode     pic x.
        88 BookedOnWeb          value "W".
        88 BookedByPhoneAdmin   value "A".
        88 BookedAsWalkUp       value "U".
        88 BookedAsComp         value "C".
        88 BookedAsFacilitator  value "F".
        88 ChannelCodeIsValid   values "W", "A", "U", "C", "F".
