identification division.
program-id. ChecksumDataFile is initial.

environment division.
input-output section.
    file-control.
        select SumSequentialFile assign to SumActiveName
            organization is line sequential
            file status is SumSequentialStatus.

data division.
file section.
    fd SumSequentialFile
        record contains 1000 characters.
        01 SumSequentialLine pic x(1000).

working-storage section.
    01 SumSequentialStatus pic x(2).
        88 SumSequentialOk  value "00".
        88 SumSequentialEof value "10".
    01 SumActiveName pic x(24) value spaces.
    copy CensusRequest.

    01 SumReadingFlag pic 9 value zero.
        88 SumIsReading value 1.
    01 SumRecordLength pic 9(4) value zero.
    01 SumChunkStart pic 9(4) value zero.
    01 SumChunkLength pic 999 value zero.
    01 SumChunk pic x(200) value spaces.
    01 SumRunningHash pic x(16) value spaces.

linkage section.
    01 SumFileName pic x(24).
    01 SumOrganisation pic x.
        88 SumFileIsIndexed value "I".
    01 SumRecordCount pic 9(7).
    01 SumChecksum pic x(16).
    01 SumStatus pic x(2).

procedure division using SumFileName, SumOrganisation, SumRecordCount,
    SumChecksum, SumStatus.
    *> Records are chained through the hash in the order they are read -
    *> indexed files in key order - so two copies agree only if every
    *> record matches, whatever the files look like on disk
    move SumFileName to SumActiveName
    move zero to SumRecordCount
    move all "0" to SumChecksum
    if SumFileIsIndexed
        perform SumIndexedFile
    else
        perform SumSequentialFileRecords
    end-if
    goback
    .

SumSequentialFileRecords section.
    open input SumSequentialFile
    move SumSequentialStatus to SumStatus
    if not SumSequentialOk
        exit section
    end-if
        read SumSequentialFile into CensusRecordImage
            at end set SumSequentialEof to true
        end-read
        perform until not SumSequentialOk
            perform SumOneRecord
            read SumSequentialFile into CensusRecordImage
                at end set SumSequentialEof to true
            end-read
        end-perform
        if not SumSequentialEof
            move SumSequentialStatus to SumStatus
        end-if
    close SumSequentialFile
    .

SumIndexedFile section.
    move SumFileName to CensusFileName
    move "OPEN" to CensusAction
    call "CensusIndexedFile" using CensusRequest
    move CensusFileStatus to SumStatus
    if CensusFileNotHandled
        move "NK" to SumStatus
        exit section
    end-if
    if SumStatus not equal to "00"
        exit section
    end-if
    set SumIsReading to true
    perform until not SumIsReading
        move "NEXT" to CensusAction
        call "CensusIndexedFile" using CensusRequest
        evaluate CensusFileStatus
            when "00"
            when "02"
                perform SumOneRecord
            when "10"
                move zero to SumReadingFlag
            when other
                move CensusFileStatus to SumStatus
                move zero to SumReadingFlag
        end-evaluate
    end-perform
    move "CLOS" to CensusAction
    call "CensusIndexedFile" using CensusRequest
    .

SumOneRecord section.
    add 1 to SumRecordCount
    move function length(function trim(CensusRecordImage trailing))
        to SumRecordLength
    if CensusRecordImage equal to spaces
        move zero to SumRecordLength
    end-if
    move 1 to SumChunkStart
    perform until SumChunkStart > SumRecordLength
        if SumRecordLength - SumChunkStart + 1 > 200
            move 200 to SumChunkLength
        else
            compute SumChunkLength = SumRecordLength - SumChunkStart + 1
        end-if
        move spaces to SumChunk
        move CensusRecordImage(SumChunkStart:SumChunkLength) to SumChunk
        call "ComputeChainHash" using SumChecksum, SumChunk, SumChunkLength,
            by reference SumRunningHash
        move SumRunningHash to SumChecksum
        add SumChunkLength to SumChunkStart
    end-perform
    .

end program ChecksumDataFile.
