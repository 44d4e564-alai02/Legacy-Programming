*> business date are skipped without tripping the duplicate-run
*> refusal, and the run picks up at the step that failed - so
*> recovery after a 2 a.m. stop-on-error halt is one resubmission,
*> not a hand-built one-off deck. The RESTART card names the
*> resubmitting operator in columns 14-21, and a restart is refused
*> unless that operator holds the driver-restart authority. With no
*> parameter card at all the driver falls back to the interactive
*> operator menu, as it always has. A WAITFILE step holds the stream
*> until a named inbound file has arrived and stopped growing, polling
*> until the cut-off time on its card; a feed that never arrives is
*> logged, raised on the operations alert queue, and then handled by
*> the step's own continue/stop disposition like any other failed
*> step. Before the first step the suite's control files are
*> snapshotted as a set (ctlsnap), so a night that fails halfway can
*> be rolled back to a known-consistent point with snaproll instead of
*> repaired by hand. An SVPLAN step sizes the night's sieve run to
*> what is left of the window (svplan) and records the decision and
*> its inputs in the job log beside the steps it was planned around;
*> a later SIEVE step is skipped when no extend card was written, and
*> a later SVSPLIT step when no split card was.
identification division.
program-id. driver.
environment division.
select operFile assign "OPERID.TXT"
    organization is line sequential
    file status is oper-status.
*> The inbound file a WAITFILE step is waiting on, named on its card
select waitFile assign to dynamic waitFileName
    organization is line sequential
    file status is wait-status.

data division.
file section.
*> Column 16 is the calendar control - "Y" skips the step on
*> non-processing days, "E" runs it only on period-end dates, space
*> runs it every day. Column 18 set to "O" overrides the same-day
*> duplicate-run refusal. A WAITFILE step carries its cut-off time
*> (HHMM) in columns 20-23 and the inbound file it waits for from
*> column 25
fd parmCard.
01 parmRecord.
    05 parm-program     pic x(12).
    05 parm-calendar    pic x.
    05 filler           pic x.
    05 parm-override    pic x.
    05 filler           pic x.
    05 parm-cutoff      pic x(4).
    05 filler           pic x.
    05 parm-waitfile    pic x(30).
01 legacyRecord redefines parmRecord.
    05 legacy-mode      pic x.
    05 filler           pic x(17).
    05 oper-id   pic x(8).
    05 filler    pic x.
    05 oper-date pic x(8).
fd waitFile.
01 waitRecord pic x(200).

working-storage section.
01 parm-status.
01 oper-status.
    05 oper-status-1 pic x.
    05 oper-status-2 pic x.
01 wait-status.
    05 wait-status-1 pic x.
    05 wait-status-2 pic x.
*> Who is running this job - keyed at the menu sign-on, or the
*> scheduler's standing identity for a parameter-card run
77 operatorId pic x(8).
        10 step-disposition pic x.
        10 step-calendar    pic x.
        10 step-override    pic x.
        10 step-cutoff      pic x(4).
        10 step-waitfile    pic x(30).
77 stepCount   pic 99 usage is comp value 0.
77 stepMax     pic 99 value 20.
77 stepIndex   pic 99 usage is comp.
*> that already completed
77 restart-switch pic 9 value 0.
    88 restart-run value 1.
*> The operator the RESTART card names, checked for the restart
*> authority before anything runs
77 restartOperator pic x(8) value spaces.
77 authFunction    pic x.
77 authResult      pic 9.
*> The latest outcome the job log recorded for each step under
*> today's business date - later log records overwrite earlier ones,
*> so a step that failed and was rerun is judged by its latest try
77 alertProgram  pic x(12) value "DRIVER".
77 alertMessage  pic x(60).

*> Pre-run control-file snapshot - the reason it was taken, the name
*> ctlsnap gave it, and whether it was written
77 snapReason  pic x(12).
77 snapName    pic x(30).
77 snapResult  pic 9.

*> Sieve window sizing - the decision and its inputs as svplan hands
*> them back, one job-log line each
01 planLog.
    05 planLine occurs 4 times pic x(80).
77 planLineCount pic 9.
77 planIndex     pic 9 usage is comp.
*> The card svplan wrote tonight - space until an SVPLAN step has run
77 planDecision  pic x value space.
    88 night-planned    values "E" "S" "N".
    88 plan-extend-card value "E".
    88 plan-split-card  value "S".

*> File-arrival wait - the file being waited on, the cut-off, and the
*> record count seen at the last poll. A file counts as arrived once
*> two polls in a row find it present with the same record count, so
*> a transmission still being written is not picked up half-landed
77 waitFileName   pic x(30).
77 waitCutoff     pic 9(4).
77 waitStartHHMM  pic 9(4).
77 waitNow        pic 9(8).
77 waitNowHHMM    pic 9(4).
77 waitCount      pic 9(8) usage is comp value 0.
77 waitLastCount  pic 9(8) usage is comp value 0.
77 waitPolls      pic 9(6) usage is comp value 0.
77 formattedWaitCount pic z(7)9.
77 formattedPolls pic z(5)9.
*> Seconds between polls of the inbound file
77 pollSeconds    pic 9(4) value 60.
77 seen-switch    pic 9 value 0.
    88 file-seen-last-poll value 1.
77 wait-switch    pic 9 value 0.
    88 wait-pending   value 0.
    88 file-arrived   value 1.
    88 wait-timed-out value 2.
*> Set on when the cut-off falls after midnight of a run that started
*> the evening before
77 wrap-switch    pic 9 value 0.
    88 cutoff-wraps value 1.

*> Main procedure - batch job control when a parameter card is
*> present, the operator menu otherwise
procedure division.
        move "SCHEDLR" to operatorId
        perform writeOperatorProcedure
        if restart-run
            perform checkRestartProcedure
            perform readJobLogProcedure
        end-if
        perform openLogProcedure
        perform readCalendarProcedure
        perform readRegistryProcedure
        perform snapshotProcedure
        move 1 to stepIndex
        perform runStepProcedure
            until stepIndex is greater than stepCount or job-halted
    end-if.
    stop run.

*> Procedure to check the operator resubmitting a halted deck holds
*> the driver-restart authority - a refused restart runs nothing
checkRestartProcedure.
    if restartOperator is equal to spaces
        move operatorId to restartOperator
    end-if.
    move "D" to authFunction.
    call "operauth" using restartOperator, authFunction, alertProgram,
        authResult.
    if authResult is not equal to 1
        display "Restart refused - " restartOperator
            " does not hold the driver-restart authority"
        move 16 to return-code
        stop run
    end-if.

*> Procedure to snapshot the control files before the first step. A
*> snapshot that cannot be written is logged and alerted, but does not
*> hold the stream - the night's work matters more than its safety net
snapshotProcedure.
    if restart-run
        move "RESTART" to snapReason
    else
        move "DRIVER" to snapReason
    end-if.
    call "ctlsnap" using operatorId, snapReason, snapName, snapResult.
    move spaces to logRecord.
    if snapResult is equal to zero
        string "JOB " runDate " SNAPSHOT " snapName
            delimited by size into logRecord
    else
        string "JOB " runDate " SNAPSHOT FAILED " snapName
            delimited by size into logRecord
        move "W" to alertSeverity
        move spaces to alertMessage
        string "PRE-RUN CONTROL SNAPSHOT FAILED: " snapName
            delimited by size into alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
    end-if.
    if log-is-open
        write logRecord
    end-if.

*> Procedure to sign the operator on at the menu - the ID goes to
*> OPERID.TXT so every utility dispatched from here stamps its
*> update actions with who actually ran them
        not at end
            if function upper-case(parm-program) is equal to "RESTART"
                move 1 to restart-switch
                move parmRecord(14:8) to restartOperator
            else
            if parm-program(2:11) is equal to spaces
                and (legacy-mode is equal to "1" or "2" or "3")
                        to step-calendar(stepCount)
                    move function upper-case(parm-override)
                        to step-override(stepCount)
                    move parm-cutoff to step-cutoff(stepCount)
                    move parm-waitfile to step-waitfile(stepCount)
                end-if
            end-if
            end-if
        move "C" to step-disposition(stepCount)
        move space to step-calendar(stepCount)
        move space to step-override(stepCount)
        move spaces to step-cutoff(stepCount)
        move spaces to step-waitfile(stepCount)
    end-if.

*> Procedure to append a sieve step with the default disposition
        move "C" to step-disposition(stepCount)
        move space to step-calendar(stepCount)
        move space to step-override(stepCount)
        move spaces to step-cutoff(stepCount)
        move spaces to step-waitfile(stepCount)
    end-if.

*> Procedure to open the retained job log, creating it on first use
        when step-calendar(stepIndex) is equal to "E"
            and not today-is-period-end
            move "SKIPPED" to stepOutcome
        *> Once svplan has sized the night, a sieve step whose card it
        *> did not write is skipped - with no SVPARM.TXT the sieve
        *> would stop at its keyed prompt, and with no SVSPARM.TXT the
        *> split has nothing to cut
        when function upper-case(step-program(stepIndex)) is equal to "SIEVE"
            and night-planned and not plan-extend-card
            move "SKIPPED" to stepOutcome
            perform logPlanSkipProcedure
        when function upper-case(step-program(stepIndex)) is equal to "SVSPLIT"
            and night-planned and not plan-split-card
            move "SKIPPED" to stepOutcome
            perform logPlanSkipProcedure
        *> A wait step is never a duplicate and never restart-skipped
        *> - every submission of the deck has to see its file arrive
        when function upper-case(step-program(stepIndex))
            is equal to "WAITFILE"
            perform waitForFileProcedure
        *> Nor is the pre-flight check - it can be run again as often as
        *> it takes to clear its NO-GO reasons
        when function upper-case(step-program(stepIndex))
            is equal to "PREFLIGHT"
            perform executeStepProcedure
        when other
            perform checkDuplicateProcedure
            evaluate true
        move "ERROR" to stepOutcome
    end-if.

*> Procedure to run a WAITFILE step - poll for the inbound file named
*> on the card until it has arrived and is stable or the cut-off
*> passes. The wait, the arrival or the time-out is recorded in the
*> job log; a time-out raises an alert and fails the step so its
*> continue/stop disposition decides whether the stream goes on
waitForFileProcedure.
    move step-waitfile(stepIndex) to waitFileName.
    if waitFileName is equal to spaces
        or step-cutoff(stepIndex) is not numeric
        display "WAITFILE step needs a cut-off time and a file name"
        move "ERROR" to stepOutcome
        move 16 to stepRC
    else
        move step-cutoff(stepIndex) to waitCutoff
        move stepStart(1:4) to waitStartHHMM
        move zero to wrap-switch
        if waitCutoff is less than waitStartHHMM
            move 1 to wrap-switch
        end-if
        move zero to wait-switch
        move zero to seen-switch
        move zero to waitLastCount
        move zero to waitPolls
        move spaces to logRecord
        string "JOB " runDate " WAIT " waitFileName
            " FROM " stepStart " CUTOFF " waitCutoff
            delimited by size into logRecord
        perform writeWaitLogProcedure
        display "Waiting for " function trim(waitFileName)
            " until " waitCutoff
        perform pollFileProcedure until not wait-pending
        accept waitNow from time
        if file-arrived
            move waitCount to formattedWaitCount
            move spaces to logRecord
            string "JOB " runDate " WAIT " waitFileName
                " ARRIVED " waitNow " RECORDS " formattedWaitCount
                delimited by size into logRecord
            perform writeWaitLogProcedure
            move "ARRIVED" to stepOutcome
        else
            move waitPolls to formattedPolls
            move spaces to logRecord
            string "JOB " runDate " WAIT " waitFileName
                " TIMED OUT " waitNow " POLLS " formattedPolls
                delimited by size into logRecord
            perform writeWaitLogProcedure
            move "E" to alertSeverity
            move spaces to alertMessage
            string "FEED NOT ARRIVED BY " waitCutoff ": " waitFileName
                delimited by size into alertMessage
            call "opsalert" using alertSeverity, alertProgram, alertMessage
            move "TIMEOUT" to stepOutcome
            move 8 to stepRC
        end-if
    end-if.

*> Procedure to poll the inbound file once - count its records, call
*> it arrived when the count matches the previous poll's, otherwise
*> check the cut-off and sleep until the next poll
pollFileProcedure.
    add 1 to waitPolls.
    move zero to waitCount.
    open input waitFile.
    if wait-status-1 = '0' and wait-status-2 = '0'
        move 1 to eof-switch
        perform countWaitRecordProcedure until eof-switch = 0
        close waitFile
        move 1 to eof-switch
        if file-seen-last-poll and waitCount is equal to waitLastCount
            move 1 to wait-switch
        else
            move 1 to seen-switch
            move waitCount to waitLastCount
        end-if
    else
        move zero to seen-switch
    end-if.
    if wait-pending
        accept waitNow from time
        move waitNow(1:4) to waitNowHHMM
        if (not cutoff-wraps and waitNowHHMM is not less than waitCutoff)
            or (cutoff-wraps and waitNowHHMM is not less than waitCutoff
                and waitNowHHMM is less than waitStartHHMM)
            move 2 to wait-switch
        else
            call "C$SLEEP" using pollSeconds
        end-if
    end-if.

*> Procedure to count one record of the inbound file
countWaitRecordProcedure.
    read waitFile
        at end move zero to eof-switch
        not at end add 1 to waitCount
    end-read.

*> Procedure to write one wait record to the job log
writeWaitLogProcedure.
    if log-is-open
        write logRecord
    end-if.

*> Procedure to load the latest outcome the job log recorded for each
*> step under today's business date, for a RESTART resubmission -
*> read before the log is reopened for this run's own records
        when "ROMANA3_1" call "romanA3_1"
        when "SIEVE"     call "sieve"
        when "EXCREPAIR" call "excrepair"
        when "EXCAPPRV"  call "excapprv"
        when "EXCRETN"   call "excretn"
        when "EXCCLOSE"  call "excclose"
        when "CONVCHRG"  call "convchrg"
        when "OPERMAINT" call "opermaint"
        when "CONVARCH"  call "convarch"
        when "PROFMAINT" call "profmaint"
        when "RSNMAINT"  call "rsnmaint"
        when "SNAPROLL"  call "snaproll"
        when "PREFLIGHT" call "preflight"
        when "CONVQA"    call "convqa"
        when "SVPLAN"    perform sievePlanProcedure
        when "CACHEMNT"  call "cachemnt"
        when "CONVGEN"   call "convgen"
        when "EXCTREND"  call "exctrend"
        when "CONVINQ"   call "convinq"
        when "CONVHRPT"  call "convhrpt"
        when "CONVXREF"  call "convxref"
        when "CONVIMPACT" call "convimpact"
        when "CONVVOID"  call "convvoid"
        when "ACCMAINT"  call "accmaint"
        when "OPSARPT"   call "opsarpt"
        when "OPSDIG"    call "opsdig"
        when "OPSWORK"   call "opswork"
        when "CSVRECON"  call "csvrecon"
        when "EXCAGING"  call "excaging"
        when "WHODID"    call "whodid"
        when "TIMTREND"  call "timtrend"
        when "CONVRCVR"  call "convrcvr"
        when "SVEXTRACT" call "svextract"
        when "SVPINDEX"  call "svpindex"
        when "SVFACTOR"  call "svfactor"
        when "SVAUDIT"   call "svaudit"
        when "SVHRPT"    call "svhrpt"
        when "SVINTEGCK" call "svintegck"
        when "SVDIST"    call "svdist"
        when "SVCONST"   call "svconst"
        when "SVPACK"    call "svpack"
        when "SVQUERY"   call "svquery"
        when "SVNEXT"    call "svnext"
        when "SVUNLOAD"  call "svunload"
        when "SVSPLIT"   call "svsplit"
        when "SVMERGE"   call "svmerge"
        when "SVINQ"     call "svinq"
        *> The per-prime lookup file is gone - isprime answers from the
        *> block index SVPINDEX builds, so an old SVLOAD card is a warning
        when "SVLOAD"
            display "Step SVLOAD is retired - run SVPINDEX instead"
            move 4 to return-code
        when other
            display "Unknown step program " step-program(stepIndex)
            move 16 to return-code
        write logRecord
    end-if.

*> Procedure to size the night's sieve run and log how it was sized.
*> The step's return code is svplan's, left in place for the caller
sievePlanProcedure.
    call "svplan" using planLog, planLineCount, planDecision.
    move 1 to planIndex.
    perform logPlanLineProcedure until planIndex is greater than planLineCount.

*> Procedure to write one sizing line to the job log
logPlanLineProcedure.
    if log-is-open
        move spaces to logRecord
        string "JOB " runDate " SVPLAN " planLine(planIndex)
            delimited by size into logRecord
        write logRecord
    end-if.
    add 1 to planIndex.

*> Procedure to log why a sieve step was skipped on svplan's word
logPlanSkipProcedure.
    display "No card planned for " step-program(stepIndex)
        " tonight - step skipped".
    if log-is-open
        move spaces to logRecord
        string "JOB " runDate " SVPLAN NO CARD FOR "
            function trim(step-program(stepIndex))
            " TONIGHT - STEP SKIPPED" delimited by size into logRecord
        write logRecord
    end-if.

*> Procedure to record that the rest of the job was held after a
*> stop-on-error step failed
logHaltProcedure.
