            record key is PitchNumber
            file status is PitchStatus.

        select optional CommissionsFile assign to CommissionFileName
            organization is indexed
            access mode is dynamic
            record key is CommissionTraderID
            file status is CommissionStatus.

data division.
file section.
    fd TradersFile.
            ==PitchFileRecord.
            88 EndOfPitchesFile value high-values==.

    fd CommissionsFile.
        copy TraderCommission replacing TraderCommission by
            ==CommissionRecord.
            88 EndOfCommissionsFile value high-values==.

working-storage section.
    01 TraderStatus pic x(2).
        88 Successful    value "00".
        88 RecordExists  value "22".
    01 PitchStatus pic x(2).
    01 CommissionStatus pic x(2).
        88 CommissionFound value "00".

    01 TraderFileName pic x(20) value "traders.dat".
    01 PitchFileName pic x(20) value "pitches.dat".
    01 CommissionFileName pic x(24) value "trader-commission.dat".
    01 EnteredRate pic x(6) value spaces.
    01 VehicleFileName pic x(20) value "vehicles.dat".
    copy VehiclePass.

    if not TraderInsuranceReceived of TraderFileRecord
        display "** Insurance document still outstanding - chase it **"
    end-if
    perform TakeCommissionRate

    display "Issue a vehicle pass for their vehicle (Y/N)? "
        with no advancing
    goback
    .

TakeCommissionRate section.
    *> Food traders pay an agreed percentage of their takings on top of
    *> the pitch fee; the declaration itself is taken at the end
    open i-o CommissionsFile
    move TraderID of TraderFileRecord to CommissionTraderID of CommissionRecord
    read CommissionsFile
        invalid key
            initialize CommissionRecord
            move TraderID of TraderFileRecord
                to CommissionTraderID of CommissionRecord
    end-read
    display "Commission % on takings (blank for "
        CommissionRatePercent of CommissionRecord "): " with no advancing
    accept EnteredRate from console
    if EnteredRate not equal to spaces
        compute CommissionRatePercent of CommissionRecord =
            function numval(EnteredRate)
    end-if
    if CommissionFound
        rewrite CommissionRecord
    else
        if CommissionRatePercent of CommissionRecord > zero
            write CommissionRecord
        end-if
    end-if
    close CommissionsFile
    .

CheckPitchExists section.
    open input PitchesFile
        move TraderPitchNumber of TraderFileRecord
