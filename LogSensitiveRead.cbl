identification division.
program-id. LogSensitiveRead is initial.

environment division.
input-output section.
    file-control.
        select optional SensitiveReadLogFile
            assign to SensitiveReadLogFileName
            organization is line sequential
            file status is SensitiveReadLogStatus.

data division.
file section.
    fd SensitiveReadLogFile.
        copy SensitiveReadLogEntry.

working-storage section.
    01 SensitiveReadLogStatus pic x(2).
    01 SensitiveReadLogFileName pic x(20) value "sensitive-reads.log".
    copy OperatorSession.

linkage section.
    01 ReadRecordTypeWanted pic x(8).
    01 ReadRecordKeyWanted pic x(15).
    01 ReadAuthCodeWanted pic x(6).
    01 ReadReasonWanted pic x.
    01 ReadSourceWanted pic x(12).

procedure division using ReadRecordTypeWanted, ReadRecordKeyWanted,
    ReadAuthCodeWanted, ReadReasonWanted, ReadSourceWanted.
    *> Every showing of a welfare, access, case or first aid record in clear
    *> is written here for the safeguarding lead's review
    call "GetCurrentOperator" using by reference OperatorSession
    move spaces to SensitiveReadLogEntry
    move function current-date(1:15) to ReadTimestamp
    move SessionOperatorCode to ReadOperator
    move ReadRecordTypeWanted to ReadRecordType
    move ReadRecordKeyWanted to ReadRecordKey
    move ReadAuthCodeWanted to ReadAuthCode
    move ReadReasonWanted to ReadReason
    move ReadSourceWanted to ReadSource
    open extend SensitiveReadLogFile
        write SensitiveReadLogEntry
    close SensitiveReadLogFile
    goback
    .

end program LogSensitiveRead.
