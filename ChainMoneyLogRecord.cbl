identification division.
program-id. ChainMoneyLogRecord is initial.

environment division.
input-output section.
    file-control.
        select optional MoneyLogChainFile assign to MoneyLogChainFileName
            organization is indexed
            access mode is dynamic
            record key is ChainLogCode
            file status is MoneyLogChainStatus.

data division.
file section.
    fd MoneyLogChainFile.
        copy MoneyLogChain replacing MoneyLogChain by
            ==MoneyLogChainRecord.
            88 EndOfMoneyLogChainFile value high-values==.

working-storage section.
    01 MoneyLogChainStatus pic x(2).
        88 RecordExists value "22".
    01 MoneyLogChainFileName pic x(20) value "money-log-chain.dat".
    copy MoneyLogTable.

    01 LinkFound pic 9 value zero.
        88 LinkWasFound value 1.
    01 PreviousHash pic x(16) value all "0".
    01 ChainedLength pic 999 value zero.
    01 NewHash pic x(16) value spaces.

linkage section.
    01 ChainLogCodeWanted pic x(8).
    01 ChainedRecord pic x(200).

procedure division using ChainLogCodeWanted, ChainedRecord.
    *> Called just before a money log record is appended - the record is
    *> stamped with a hash of the previous link and its own content
    set MoneyLogIdx to 1
    search MoneyLogEntry
        at end
            display "Unknown money log " ChainLogCodeWanted
                " - record written without a chain value"
            goback
        when MoneyLogCode(MoneyLogIdx) equal to ChainLogCodeWanted
            move MoneyLogContentLength(MoneyLogIdx) to ChainedLength
    end-search

    open i-o MoneyLogChainFile
        move ChainLogCodeWanted to ChainLogCode
        read MoneyLogChainFile
            invalid key
                initialize MoneyLogChainRecord
                move ChainLogCodeWanted to ChainLogCode
                move all "0" to ChainLastHash
            not invalid key set LinkWasFound to true
        end-read
        move ChainLastHash to PreviousHash
        call "ComputeChainHash" using PreviousHash,
            ChainedRecord, ChainedLength, by reference NewHash
        move space to ChainedRecord(ChainedLength + 1:1)
        move NewHash to ChainedRecord(ChainedLength + 2:16)
        add 1 to ChainRecordCount
        move NewHash to ChainLastHash
        move function current-date(1:15) to ChainLastStamp
        if LinkWasFound
            rewrite MoneyLogChainRecord
        else
            write MoneyLogChainRecord
        end-if
    close MoneyLogChainFile
    goback
    .

end program ChainMoneyLogRecord.
