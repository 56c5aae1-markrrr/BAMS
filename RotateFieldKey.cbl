identification division.
program-id. RotateFieldKey is initial.

environment division.
input-output section.
    file-control.
        select optional ProtectionControlFile assign to ProtectionControlFileName
            organization is line sequential
            file status is ProtectionControlStatus.

        select optional RekeyAttendeesFile assign to RekeyFileName
            organization is indexed
            access mode is dynamic
            record key is AuthCode of RekeyAttendeeRecord
            file status is RekeyStatus.

        select optional RekeyAccessFile assign to RekeyFileName
            organization is indexed
            access mode is dynamic
            record key is AccessAuthCode of RekeyAccessRecord
            file status is RekeyStatus.

        select optional RekeyCasesFile assign to RekeyFileName
            organization is indexed
            access mode is dynamic
            record key is CaseID of RekeyCaseRecord
            file status is RekeyStatus.

        select optional IncidentLogFile assign to IncidentLogFileName
            organization is line sequential
            file status is IncidentLogStatus.

        select optional RekeyedLogFile assign to RekeyedLogFileName
            organization is line sequential
            file status is RekeyStatus.

        select optional BackupManifestFile assign to BackupManifestFileName
            organization is line sequential
            file status is BackupManifestStatus.

data division.
file section.
    fd ProtectionControlFile.
        copy FieldProtection.

    fd RekeyAttendeesFile.
        copy Attendee replacing Attendee by
            ==RekeyAttendeeRecord.
            88 EndOfRekeyAttendeesFile value high-values==.

    fd RekeyAccessFile.
        copy AccessibilityNeed replacing AccessibilityNeed by
            ==RekeyAccessRecord.
            88 EndOfRekeyAccessFile value high-values==.

    fd RekeyCasesFile.
        copy IncidentCase replacing IncidentCase by
            ==RekeyCaseRecord.
            88 EndOfRekeyCasesFile value high-values==.

    fd IncidentLogFile.
        copy IncidentLogEntry.

    fd RekeyedLogFile.
        copy IncidentLogEntry replacing IncidentLogEntry by ==RekeyedLogEntry==.

    fd BackupManifestFile.
        01 BackupManifestLine.
            05 BackupManifestDate pic x(8).
            05 filler pic x.
            05 BackupManifestName pic x(30).

working-storage section.
    01 ProtectionControlStatus pic x(2).
    01 ProtectionControlFileName pic x(24) value "field-protection.ctl".
    01 RekeyStatus pic x(2).
        88 RekeyFileIsAbsent value "05".
    01 RekeyFileName pic x(30) value spaces.
    01 IncidentLogStatus pic x(2).
        88 IncidentLogOk  values "00", "05".
        88 IncidentLogEof value "10".
    01 IncidentLogFileName pic x(24) value "incident-log.dat".
    01 RekeyedLogFileName pic x(24) value "incident-log.rekey".
    01 BackupManifestStatus pic x(2).
        88 BackupManifestOk  values "00", "05".
        88 BackupManifestEof value "10".
    01 BackupManifestFileName pic x(24) value "attendees-backups.log".

    01 OldKeyText pic x(32) value spaces.
    01 NewKeyText pic x(32) value spaces.
    01 FieldKeyState pic 9 value zero.
        88 ProtectionIsOff   value 0.
        88 FieldKeyIsGood    value 1.
        88 FieldKeyIsMissing value 2.
        88 FieldKeyIsWrong   value 3.
    01 OldGeneration pic 999 value zero.
    01 NewGeneration pic 999 value zero.
    copy OperatorSession.

    01 RekeyTweak pic x(6) value spaces.
    01 RekeyBuffer pic x(100) value spaces.
    01 RekeyLength pic 999 value zero.
    01 CheckBuffer pic x(100) value "BAMS FIELD PROTECTION CHECK".
    01 CheckTweak pic x(6) value "CHECK ".
    01 CheckLength pic 999 value 32.

    01 SafetyCopyTable.
        05 SafetyCopiesHeld pic 99 value zero.
        05 SafetyCopyName pic x(40) occurs 40 times.
    01 SafetyCopyIdx pic 99 value zero.
    01 SafetyName pic x(40) value spaces.

    01 ArchiveYear pic 9(4) value zero.
    01 FirstArchiveYear pic 9(4) value zero.
    01 RecordsRekeyed pic 9(5) value zero.
    01 FilesRekeyed pic 99 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    call "GetFieldKey" using by reference OldKeyText, FieldKeyState
    if FieldKeyIsMissing or FieldKeyIsWrong
        display "** KEY ROTATION ABORTED - BAMS_FIELD_KEY must hold the key"
            " the data is protected with now **"
        goback
    end-if
    accept NewKeyText from environment "BAMS_NEW_FIELD_KEY"
    if function length(function trim(NewKeyText)) < 8
        display "** KEY ROTATION ABORTED - BAMS_NEW_FIELD_KEY must hold the"
            " new key, at least 8 characters **"
        goback
    end-if
    if NewKeyText equal to OldKeyText
        display "** KEY ROTATION ABORTED - the new key is the same as the"
            " current one **"
        goback
    end-if
    perform ReadProtectionControl

    display "    BarnCamp Attendee Management System v1.0   (c) copyleft 2017 HacktionLab    "
    display "SENSITIVE FIELD KEY ROTATION"
    display " "
    if ProtectionIsOff
        display "Protecting sensitive fields for the first time"
    else
        display "Re-protecting from key generation " OldGeneration
    end-if

    move AttendeeFileName to RekeyFileName
    perform ReprotectAttendeeFile
    move "training-fixture.dat" to RekeyFileName
    perform ReprotectAttendeeFile
    perform ReprotectAttendeeBackups
    compute FirstArchiveYear = function numval(function current-date(1:4)) - 9
    perform varying ArchiveYear from FirstArchiveYear by 1
        until ArchiveYear > FirstArchiveYear + 9
        move spaces to RekeyFileName
        string "archive-" ArchiveYear ".dat" delimited by size
            into RekeyFileName
        perform ReprotectAttendeeFile
    end-perform
    move "accessibility.dat" to RekeyFileName
    perform ReprotectAccessFile
    move "incident-cases.dat" to RekeyFileName
    perform ReprotectCaseFile
    perform ReprotectIncidentLog

    perform WriteProtectionControl
    perform DropSafetyCopies

    display " "
    display "Files re-protected:   " FilesRekeyed
    display "Records re-protected: " RecordsRekeyed
    display "Now key generation " NewGeneration
        " - set BAMS_FIELD_KEY to the new key before the next run"
    goback
    .

ReadProtectionControl section.
    move zero to OldGeneration
    open input ProtectionControlFile
        read ProtectionControlFile
            at end continue
            not at end move ProtectionGeneration to OldGeneration
        end-read
    close ProtectionControlFile
    compute NewGeneration = OldGeneration + 1
    .

TakeSafetyCopy section.
    *> Kept until the new check value is written, so a run that is cut
    *> short can be put back by copying these over the originals
    move spaces to SafetyName
    string function trim(RekeyFileName) ".keybak" delimited by size
        into SafetyName
    call "C$COPY" using RekeyFileName, SafetyName, 0
    if SafetyCopiesHeld < 40
        add 1 to SafetyCopiesHeld
        move SafetyName to SafetyCopyName(SafetyCopiesHeld)
    end-if
    add 1 to FilesRekeyed
    display "  " RekeyFileName
    .

DropSafetyCopies section.
    perform varying SafetyCopyIdx from 1 by 1
        until SafetyCopyIdx > SafetyCopiesHeld
        call "CBL_DELETE_FILE" using SafetyCopyName(SafetyCopyIdx)
    end-perform
    .

RekeyBufferText section.
    if not ProtectionIsOff
        call "CipherSensitiveText" using by content "D", OldKeyText,
            RekeyTweak, by reference RekeyBuffer, by content RekeyLength
    end-if
    call "CipherSensitiveText" using by content "E", NewKeyText,
        RekeyTweak, by reference RekeyBuffer, by content RekeyLength
    .

ReprotectAttendeeFile section.
    open input RekeyAttendeesFile
    close RekeyAttendeesFile
    if RekeyFileIsAbsent
        exit section
    end-if
    perform TakeSafetyCopy

    move low-values to AuthCode of RekeyAttendeeRecord
    start RekeyAttendeesFile key is not less than AuthCode of RekeyAttendeeRecord
        invalid key set EndOfRekeyAttendeesFile to true
    end-start
    open i-o RekeyAttendeesFile
        if not EndOfRekeyAttendeesFile
            read RekeyAttendeesFile next record
                at end set EndOfRekeyAttendeesFile to true
            end-read
        end-if
        perform until EndOfRekeyAttendeesFile
            move AuthCode of RekeyAttendeeRecord to RekeyTweak

            move EmergencyContactName of RekeyAttendeeRecord to RekeyBuffer
            move 30 to RekeyLength
            perform RekeyBufferText
            move RekeyBuffer to EmergencyContactName of RekeyAttendeeRecord

            move EmergencyContactPhone of RekeyAttendeeRecord to RekeyBuffer
            move 15 to RekeyLength
            perform RekeyBufferText
            move RekeyBuffer to EmergencyContactPhone of RekeyAttendeeRecord

            move WelfareFlag of RekeyAttendeeRecord to RekeyBuffer
            move 1 to RekeyLength
            perform RekeyBufferText
            move RekeyBuffer to WelfareFlag of RekeyAttendeeRecord

            rewrite RekeyAttendeeRecord
            add 1 to RecordsRekeyed
            read RekeyAttendeesFile next record
                at end set EndOfRekeyAttendeesFile to true
            end-read
        end-perform
    close RekeyAttendeesFile
    .

ReprotectAttendeeBackups section.
    open input BackupManifestFile
        read BackupManifestFile
            at end set BackupManifestEof to true
        end-read
        perform until BackupManifestEof
            move BackupManifestName to RekeyFileName
            perform ReprotectAttendeeFile
            read BackupManifestFile
                at end set BackupManifestEof to true
            end-read
        end-perform
    close BackupManifestFile
    .

ReprotectAccessFile section.
    open input RekeyAccessFile
    close RekeyAccessFile
    if RekeyFileIsAbsent
        exit section
    end-if
    perform TakeSafetyCopy

    move low-values to AccessAuthCode of RekeyAccessRecord
    start RekeyAccessFile key is not less than AccessAuthCode of RekeyAccessRecord
        invalid key set EndOfRekeyAccessFile to true
    end-start
    open i-o RekeyAccessFile
        if not EndOfRekeyAccessFile
            read RekeyAccessFile next record
                at end set EndOfRekeyAccessFile to true
            end-read
        end-if
        perform until EndOfRekeyAccessFile
            move AccessAuthCode of RekeyAccessRecord to RekeyTweak
            move AccessDetail of RekeyAccessRecord to RekeyBuffer
            move 60 to RekeyLength
            perform RekeyBufferText
            move RekeyBuffer to AccessDetail of RekeyAccessRecord
            rewrite RekeyAccessRecord
            add 1 to RecordsRekeyed
            read RekeyAccessFile next record
                at end set EndOfRekeyAccessFile to true
            end-read
        end-perform
    close RekeyAccessFile
    .

ReprotectCaseFile section.
    open input RekeyCasesFile
    close RekeyCasesFile
    if RekeyFileIsAbsent
        exit section
    end-if
    perform TakeSafetyCopy

    move low-values to CaseID of RekeyCaseRecord
    start RekeyCasesFile key is not less than CaseID of RekeyCaseRecord
        invalid key set EndOfRekeyCasesFile to true
    end-start
    open i-o RekeyCasesFile
        if not EndOfRekeyCasesFile
            read RekeyCasesFile next record
                at end set EndOfRekeyCasesFile to true
            end-read
        end-if
        perform until EndOfRekeyCasesFile
            move CaseID of RekeyCaseRecord to RekeyTweak
            move 100 to RekeyLength
            move CaseNote of RekeyCaseRecord to RekeyBuffer
            perform RekeyBufferText
            move RekeyBuffer to CaseNote of RekeyCaseRecord
            move CaseClosingNote of RekeyCaseRecord to RekeyBuffer
            perform RekeyBufferText
            move RekeyBuffer to CaseClosingNote of RekeyCaseRecord
            rewrite RekeyCaseRecord
            add 1 to RecordsRekeyed
            read RekeyCasesFile next record
                at end set EndOfRekeyCasesFile to true
            end-read
        end-perform
    close RekeyCasesFile
    .

ReprotectIncidentLog section.
    open input IncidentLogFile
    close IncidentLogFile
    if IncidentLogStatus equal to "05"
        exit section
    end-if
    move IncidentLogFileName to RekeyFileName
    perform TakeSafetyCopy

    open input IncidentLogFile
    open output RekeyedLogFile
        read IncidentLogFile
            at end set IncidentLogEof to true
        end-read
        perform until IncidentLogEof
            move IncidentAuthCode of IncidentLogEntry to RekeyTweak
            move IncidentNote of IncidentLogEntry to RekeyBuffer
            move 100 to RekeyLength
            perform RekeyBufferText
            move IncidentLogEntry to RekeyedLogEntry
            move RekeyBuffer to IncidentNote of RekeyedLogEntry
            write RekeyedLogEntry
            add 1 to RecordsRekeyed
            read IncidentLogFile
                at end set IncidentLogEof to true
            end-read
        end-perform
    close RekeyedLogFile
    close IncidentLogFile
    call "C$COPY" using RekeyedLogFileName, IncidentLogFileName, 0
    call "CBL_DELETE_FILE" using RekeyedLogFileName
    .

WriteProtectionControl section.
    call "CipherSensitiveText" using by content "E", NewKeyText, CheckTweak,
        by reference CheckBuffer, by content CheckLength
    call "GetCurrentOperator" using by reference OperatorSession
    initialize FieldProtection
    move NewGeneration to ProtectionGeneration
    move CheckBuffer(1:32) to ProtectionCheckText
    move function current-date(1:8) to ProtectionChangedDate
    move SessionOperatorCode to ProtectionChangedBy
    open output ProtectionControlFile
        write FieldProtection
    close ProtectionControlFile
    .

end program RotateFieldKey.
