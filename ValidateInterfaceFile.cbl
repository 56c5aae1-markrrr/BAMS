identification division.
program-id. ValidateInterfaceFile is initial.

environment division.
input-output section.
    file-control.
        select optional InboundFile assign to InboundFileName
            organization is line sequential
            file status is InboundStatus.

        select optional ControlFile assign to ControlFileName
            organization is line sequential
            file status is ControlStatus.

        select optional RegisterFile assign to InterfaceRegisterFileName
            organization is line sequential
            file status is RegisterStatus.

data division.
file section.
    fd InboundFile
        record contains 200 characters.
        01 InboundLine pic x(200).

    fd ControlFile
        record contains 80 characters.
        01 ControlLine pic x(80).

    fd RegisterFile.
        copy InterfaceRegisterEntry.

working-storage section.
    01 InboundStatus pic x(2).
        88 InboundOk      value "00".
        88 InboundEof     value "10".
        88 InboundMissing values "05", "35".
    01 ControlStatus pic x(2).
        88 ControlEof     value "10".
        88 ControlMissing values "05", "35".
    01 RegisterStatus pic x(2).
        88 RegisterOk  values "00", "05".
        88 RegisterEof value "10".

    01 InboundFileName pic x(24) value spaces.
    01 ControlFileName pic x(28) value spaces.
    01 InterfaceRegisterFileName pic x(24) value "interface-register.log".

    01 RowTag pic x(3) value spaces.
    01 HeaderSequence pic x(10) value spaces.
    01 HeaderDate pic x(8) value spaces.
    01 ControlCountText pic x(12) value spaces.
    01 ControlTotalText pic x(14) value spaces.
    01 ControlSequence pic x(10) value spaces.
    01 HeaderFlag pic 9 value zero.
        88 HeaderWasSeen value 1.
    01 TrailerFlag pic 9 value zero.
        88 TrailerWasSeen value 1.
    01 ControlFlag pic 9 value zero.
        88 ControlWasFound value 1.

    01 RowFields.
        05 RowField pic x(30) occurs 6 times.
    01 RowAmount pic 9(5)v99 value zero.
    01 ChecksumLength pic 999 value 200.
    01 FileChecksum pic x(16) value all "0".
    01 RunChecksum pic x(16) value spaces.

    01 RowCount pic 9(6) value zero.
    01 ControlCount pic 9(6) value zero.
    01 AmountTotal pic 9(7)v99 value zero.
    01 ControlTotal pic 9(7)v99 value zero.
    01 RejectReason pic x(50) value spaces.
    01 AmountDisplay pic z(6)9.99 value zero.
    copy OperatorSession.

linkage section.
    01 InterfaceCode pic x(8).
    01 InterfaceFileName pic x(24).
    01 AmountColumn pic 9.
    01 InterfaceAccepted pic 9.
        88 InterfaceIsAccepted value 1.

procedure division using InterfaceCode, InterfaceFileName, AmountColumn,
    InterfaceAccepted.
    *> The file is read once for its counts before anything is posted - a
    *> file that does not tie to its own totals is turned away whole
    move 0 to InterfaceAccepted
    move InterfaceFileName to InboundFileName
    perform ScanInboundFile
    if RejectReason equal to spaces
        perform ReadControlFile
    end-if
    if RejectReason equal to spaces
        perform CheckControlTotals
    end-if
    if RejectReason equal to spaces
        perform CheckNotAlreadyProcessed
    end-if

    perform WriteRegisterEntry
    if RejectReason equal to spaces
        set InterfaceIsAccepted to true
        move AmountTotal to AmountDisplay
        display "Control totals agree - " RowCount " row(s), $"
            function trim(AmountDisplay) " - file accepted"
    else
        display "** FILE REJECTED - " function trim(RejectReason)
            " - nothing has been posted **"
    end-if
    goback
    .

ScanInboundFile section.
    open input InboundFile
    if InboundMissing
        move "file not found" to RejectReason
        close InboundFile
        exit section
    end-if
        read InboundFile
            at end set InboundEof to true
        end-read
        perform until InboundEof
            if InboundLine not equal to spaces
                perform ScanOneRow
            end-if
            read InboundFile
                at end set InboundEof to true
            end-read
        end-perform
    close InboundFile
    if RejectReason equal to spaces and RowCount equal to zero
        move "file holds no data rows" to RejectReason
    end-if
    .

ScanOneRow section.
    evaluate true
        when InboundLine(1:4) equal to "HDR,"
            move spaces to RowTag, HeaderSequence, HeaderDate
            unstring InboundLine delimited by ","
                into RowTag, HeaderSequence, HeaderDate
            end-unstring
            set HeaderWasSeen to true
        when InboundLine(1:4) equal to "TRL,"
            move spaces to RowTag, ControlCountText, ControlTotalText
            unstring InboundLine delimited by ","
                into RowTag, ControlCountText, ControlTotalText
            end-unstring
            set TrailerWasSeen to true
        when TrailerWasSeen
            move "rows found after the trailer" to RejectReason
        when other
            add 1 to RowCount
            call "ComputeChainHash" using FileChecksum, InboundLine,
                ChecksumLength, by reference RunChecksum
            move RunChecksum to FileChecksum
            if AmountColumn > zero
                move spaces to RowFields
                unstring InboundLine delimited by ","
                    into RowField(1), RowField(2), RowField(3),
                        RowField(4), RowField(5), RowField(6)
                end-unstring
                compute RowAmount = function numval(RowField(AmountColumn))
                add RowAmount to AmountTotal
            end-if
    end-evaluate
    .

ReadControlFile section.
    *> A trailer in the file wins - otherwise the sender's control file
    *> of the same name plus .ctl gives sequence, count and total
    if TrailerWasSeen
        exit section
    end-if
    move spaces to ControlFileName
    string function trim(InboundFileName) ".ctl"
        delimited by size into ControlFileName
    open input ControlFile
    if ControlMissing
        close ControlFile
        move "no trailer row and no control file" to RejectReason
        exit section
    end-if
        read ControlFile
            at end set ControlEof to true
            not at end
                move spaces to ControlSequence, ControlCountText,
                    ControlTotalText
                unstring ControlLine delimited by ","
                    into ControlSequence, ControlCountText, ControlTotalText
                end-unstring
                set ControlWasFound to true
        end-read
    close ControlFile
    if not ControlWasFound
        move "control file is empty" to RejectReason
    end-if
    if HeaderSequence equal to spaces
        move ControlSequence to HeaderSequence
    end-if
    .

CheckControlTotals section.
    if function trim(ControlCountText) is not numeric
        move "control record count is missing or not a number"
            to RejectReason
        exit section
    end-if
    compute ControlCount = function numval(ControlCountText)
    if ControlTotalText not equal to spaces
        compute ControlTotal = function numval(ControlTotalText)
    end-if
    if ControlCount not equal to RowCount
        string "row count " RowCount " does not match control "
            ControlCount delimited by size into RejectReason
        exit section
    end-if
    if AmountColumn > zero and ControlTotal not equal to AmountTotal
        move "amount total does not match the control total"
            to RejectReason
    end-if
    .

CheckNotAlreadyProcessed section.
    open input RegisterFile
        read RegisterFile
            at end set RegisterEof to true
        end-read
        perform until RegisterEof or RejectReason not equal to spaces
            if RegisterInterface equal to InterfaceCode
                and RegisterAccepted
                if HeaderSequence not equal to spaces
                    and RegisterSequence equal to HeaderSequence
                    string "sequence " function trim(HeaderSequence)
                        " already processed on " RegisterTimestamp(1:8)
                        delimited by size into RejectReason
                end-if
                if RegisterChecksum equal to FileChecksum
                    and RejectReason equal to spaces
                    string "same rows already processed on "
                        RegisterTimestamp(1:8)
                        delimited by size into RejectReason
                end-if
            end-if
            read RegisterFile
                at end set RegisterEof to true
            end-read
        end-perform
    close RegisterFile
    .

WriteRegisterEntry section.
    call "GetCurrentOperator" using by reference OperatorSession
    move spaces to InterfaceRegisterEntry
    move function current-date(1:15) to RegisterTimestamp
    move InterfaceCode to RegisterInterface
    move InterfaceFileName to RegisterFileName
    move HeaderSequence to RegisterSequence
    move FileChecksum to RegisterChecksum
    move RowCount to RegisterRowCount
    move ControlCount to RegisterControlCount
    move AmountTotal to RegisterAmountTotal
    move ControlTotal to RegisterControlTotal
    if RejectReason equal to spaces
        set RegisterAccepted to true
    else
        set RegisterRejected to true
    end-if
    move SessionOperatorCode to RegisterOperator
    move RejectReason to RegisterReason
    open extend RegisterFile
        write InterfaceRegisterEntry
    close RegisterFile
    .

end program ValidateInterfaceFile.
