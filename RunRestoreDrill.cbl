identification division.
program-id. RunRestoreDrill is initial.

environment division.
input-output section.
    file-control.
        select optional RestoreDrillLogFile assign to RestoreDrillLogFileName
            organization is line sequential
            file status is RestoreDrillLogStatus.

data division.
file section.
    fd RestoreDrillLogFile.
        01 RestoreDrillLogLine.
            05 DrillTimestamp pic x(15).
            05 filler pic x value space.
            05 DrillLineType pic x.
                88 DrillLineIsSummary value "S".
                88 DrillLineIsFailure value "F".
            05 filler pic x value space.
            05 DrillDetail pic x(70).
            05 DrillSummary redefines DrillDetail.
                10 DrillResult pic x(4).
                    88 DrillPassed value "PASS".
                    88 DrillFailed value "FAIL".
                10 filler pic x.
                10 DrillElapsedSeconds pic 9(5)v99.
                10 filler pic x.
                10 DrillFilesChecked pic 999.
                10 filler pic x.
                10 DrillFilesFailed pic 999.
                10 filler pic x.
                10 DrillGoLiveIssues pic 999.
                10 filler pic x(46).
            05 DrillFailureDetail redefines DrillDetail.
                10 DrillFailedFile pic x(24).
                10 filler pic x.
                10 DrillFailedReason pic x(40).
                10 filler pic x(5).

working-storage section.
    01 RestoreDrillLogStatus pic x(2).
        88 RestoreDrillLogOk values "00", "05".
    01 RestoreDrillLogFileName pic x(24) value "restore-drill.log".
    01 OperatorSessionFileName pic x(24) value "operator-session.dat".

    copy StandbyVerifyResult.
    01 FailureIdx pic 99 value zero.
    01 GoLiveIssues pic 999 value zero.
    01 DrillStarted pic x(15) value spaces.
    01 DrillOutcome pic x(4) value spaces.
        88 DrillOutcomePassed value "PASS".
        88 DrillOutcomeFailed value "FAIL".

    01 DrillStartTime pic x(8) value spaces.
    01 DrillEndTime pic x(8) value spaces.
    01 DrillStartSeconds pic 9(6)v99 value zero.
    01 DrillEndSeconds pic 9(6)v99 value zero.
    01 DrillElapsed pic 9(5)v99 value zero.
    01 ElapsedDisplay pic z(4)9.99 value zero.

linkage section.
    01 AttendeeFileName pic x(20) value "attendees.dat".

procedure division using AttendeeFileName.
    *> Run on the standby as if the control laptop had just failed: the
    *> copy is proved, the system is brought up on it and checked as it
    *> would be before going live, and the time this took is kept
    move function current-date(1:15) to DrillStarted
    move function current-date(9:8) to DrillStartTime
    display "RESTORE DRILL - bringing the standby up as the live system"

    call "VerifyStandbyCopy" using StandbyVerifyResult

    *> Sessions signed on at the failed laptop mean nothing here - the
    *> first operator on the standby must sign on afresh
    call "CBL_DELETE_FILE" using OperatorSessionFileName

    move zero to return-code
    call "GoLiveValidation" using by content AttendeeFileName
    move return-code to GoLiveIssues
    move zero to return-code

    perform TimeTheDrill
    if StandbyFilesFailed equal to zero and GoLiveIssues equal to zero
        set DrillOutcomePassed to true
    else
        set DrillOutcomeFailed to true
    end-if
    perform WriteDrillLog

    display " "
    display "Recovery took " function trim(ElapsedDisplay) "s - "
        StandbyFilesFailed " file(s) failed verification, "
        GoLiveIssues " go-live issue(s)"
    if DrillOutcomePassed
        display "RESTORE DRILL PASSED - the standby can take over"
    else
        display "** RESTORE DRILL FAILED - see spool-standbyverify.txt and"
            " spool-golive.txt **"
    end-if
    goback
    .

TimeTheDrill section.
    move function current-date(9:8) to DrillEndTime
    compute DrillStartSeconds = function numval(DrillStartTime(1:2)) * 3600
        + function numval(DrillStartTime(3:2)) * 60
        + function numval(DrillStartTime(5:2))
        + function numval(DrillStartTime(7:2)) / 100
    compute DrillEndSeconds = function numval(DrillEndTime(1:2)) * 3600
        + function numval(DrillEndTime(3:2)) * 60
        + function numval(DrillEndTime(5:2))
        + function numval(DrillEndTime(7:2)) / 100
    if DrillEndSeconds < DrillStartSeconds
        add 86400 to DrillEndSeconds
    end-if
    compute DrillElapsed = DrillEndSeconds - DrillStartSeconds
    move DrillElapsed to ElapsedDisplay
    .

WriteDrillLog section.
    open extend RestoreDrillLogFile
        move spaces to RestoreDrillLogLine
        move DrillStarted to DrillTimestamp
        set DrillLineIsSummary to true
        move DrillOutcome to DrillResult
        move DrillElapsed to DrillElapsedSeconds
        move StandbyFilesChecked to DrillFilesChecked
        move StandbyFilesFailed to DrillFilesFailed
        move GoLiveIssues to DrillGoLiveIssues
        write RestoreDrillLogLine
        perform varying FailureIdx from 1 by 1
            until FailureIdx > StandbyFilesFailed or FailureIdx > 50
            move spaces to RestoreDrillLogLine
            move DrillStarted to DrillTimestamp
            set DrillLineIsFailure to true
            move StandbyFailedFile(FailureIdx) to DrillFailedFile
            move StandbyFailedReason(FailureIdx) to DrillFailedReason
            write RestoreDrillLogLine
        end-perform
    close RestoreDrillLogFile
    .

end program RunRestoreDrill.
