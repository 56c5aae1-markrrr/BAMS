identification division.
program-id. GetUnmatchedSmsReport is initial.

environment division.
input-output section.
    file-control.
        select optional ReplyLogFile assign to ReplyLogFileName
            organization is line sequential
            file status is ReplyLogStatus.

data division.
file section.
    fd ReplyLogFile.
        copy SmsReplyEntry.

working-storage section.
    01 ReplyLogStatus pic x(2).
        88 ReplyLogOk  values "00", "05".
        88 ReplyLogEof value "10".
    01 ReplyLogFileName pic x(20) value "sms-replies.log".

    01 RepliesListed pic 9(4) value zero.
    01 RepliesInLog pic 9(4) value zero.
    copy ReportWriterRequest.

procedure division.
    initialize ReportWriterRequest
    move "HEAD" to ReportAction
    move "SMS REPLIES THE SYSTEM COULD NOT ACT ON" to ReportTitle
    move "spool-smsunmatched.txt" to ReportSpoolName
    move ReplyLogFileName to ReportSourceFile
    call "ReportWriter" using ReportWriterRequest

    move "Received       Phone           AuthCd Why not actioned"
        to ReportLineText
    perform EmitLine
    move "               Message" to ReportLineText
    perform EmitLine

    open input ReplyLogFile
        read ReplyLogFile
            at end set ReplyLogEof to true
        end-read
        perform until ReplyLogEof
            add 1 to RepliesInLog
            if SmsReplyNotActioned
                add 1 to RepliesListed
                string SmsReplyReceived " " SmsReplyPhone " "
                    SmsReplyAuthCode " " SmsReplyOutcome
                    delimited by size into ReportLineText
                perform EmitLine
                string "               " SmsReplyText(1:85)
                    delimited by size into ReportLineText
                perform EmitLine
            end-if
            read ReplyLogFile
                at end set ReplyLogEof to true
            end-read
        end-perform
    close ReplyLogFile

    perform EmitLine
    if RepliesListed equal to zero
        move "(every reply was matched and acted on)" to ReportLineText
        perform EmitLine
    end-if
    string "Replies in the log: " RepliesInLog "   not acted on: "
        RepliesListed delimited by size into ReportLineText
    perform EmitLine
    move "Follow these up by hand from the gate phone" to ReportLineText
    perform EmitLine

    move "FOOT" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    goback
    .

EmitLine section.
    move "LINE" to ReportAction
    call "ReportWriter" using ReportWriterRequest
    move spaces to ReportLineText
    .

end program GetUnmatchedSmsReport.
