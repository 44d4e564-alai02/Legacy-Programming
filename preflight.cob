*> Pre-flight readiness check for the nightly job stream
*> Most overnight failures could have been seen coming at 22:00 - a
*> stale sieve certificate, a run lock a dead run left behind, last
*> night's STOPREQ.TXT still lying there, a profile or accession
*> master the converter card needs and can't have, a sieve control
*> file set that no longer agrees, a holiday on the calendar nobody
*> expected. This program reads tonight's DRVPARM.TXT deck exactly as
*> the driver will and checks, step by step, every input and control
*> file that step is going to need:
*>   ROMANA3_1  no stop request, no leftover run lock, the RUNPARM
*>              card's input file (or every manifest entry's) on hand
*>              or waited for by a WAITFILE step, the feed profile in
*>              effect today and not retired, and the accession master
*>              when the run enriches
*>   SIEVE      no stop request, and the output file, run history and
*>              control record in agreement (svintegck)
*>   SVEXTRACT, SVFACTOR, SVPINDEX, SVCONST
*>              a current PASS certificate on SVCERT.TXT (svcertck)
*>   any step   not already run today without the override (the
*>              driver would refuse it as a duplicate) unless the
*>              deck is a RESTART resubmission, and told when the
*>              business calendar will skip it
*> Each step is reported GO or NO-GO with its reasons, on the console
*> and on DRVPREFL.TXT; every NO-GO reason is raised to operations.
*> Return code 0 when every step is GO, 8 when any is NO-GO - run as
*> the first step of the deck with the stop-on-error disposition, a
*> NO-GO holds the whole stream before anything starts. It can also
*> be run on demand, and the driver never refuses it as a duplicate.
identification division.
program-id. preflight.
environment division.
input-output section.
file-control.
    select parmCard assign to "DRVPARM.TXT" organization is line sequential
    file status is parm-status.
    select calendarFile assign to "DRVCAL.TXT" organization is line sequential
    file status is cal-status.
    select runRegistry assign to "DRVRUNS.TXT" organization is line sequential
    file status is reg-status.
    select runCard assign to "RUNPARM.TXT" organization is line sequential
    file status is run-status.
*> A manifest the RUNPARM card names, or an input file being checked
    select namedFile assign to dynamic namedFileName
    organization is line sequential
    file status is named-status.
    select lockFile assign to "CONVLOCK.TXT" organization is line sequential
    file status is lock-status.
    select stopFile assign to "STOPREQ.TXT" organization is line sequential
    file status is stop-status.
    select profFile assign to "CONVPROF.TXT" organization is line sequential
    file status is prof-status.
    select accFile assign to "ACCMAST.DAT" organization is indexed
    access mode is dynamic record key is acc-value
    file status is acc-status.
    select reportFile assign to "DRVPREFL.TXT" organization is line sequential
    file status is rpt-status.
data division.
file section.
*> The driver's step card - program, disposition, calendar control,
*> override, wait cut-off and wait file
fd parmCard.
    01 parmRecord.
        05 parm-program     pic x(12).
        05 filler           pic x.
        05 parm-disposition pic x.
        05 filler           pic x.
        05 parm-calendar    pic x.
        05 filler           pic x.
        05 parm-override    pic x.
        05 filler           pic x.
        05 parm-cutoff      pic x(4).
        05 filler           pic x.
        05 parm-waitfile    pic x(30).
fd calendarFile.
    01 calendarRecord.
        05 cal-date pic 9(8).
        05 filler   pic x.
        05 cal-type pic x.
fd runRegistry.
    01 registryRecord.
        05 reg-date    pic 9(8).
        05 filler      pic x.
        05 reg-program pic x(12).
*> The converter's parameter card, as romanA3_1 parses it
fd runCard.
    01 runRecord.
        05 run-mode-1 pic x.
        05 run-mode-2 pic x.
        05 run-rest   pic x(58).
fd namedFile.
    01 namedRecord pic x(60).
fd lockFile.
    01 lockRecord.
        05 lock-filename pic x(30).
        05 filler        pic x.
        05 lock-date     pic x(8).
fd stopFile.
    01 stopRecord pic x(8).
fd profFile.
    copy "convprof.cpy".
fd accFile.
    copy "accmast.cpy".
fd reportFile.
    01 reportRecord pic x(100).
working-storage section.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.
01 cal-status.
    05 cal-status-1 pic x.
    05 cal-status-2 pic x.
01 reg-status.
    05 reg-status-1 pic x.
    05 reg-status-2 pic x.
01 run-status.
    05 run-status-1 pic x.
    05 run-status-2 pic x.
01 named-status.
    05 named-status-1 pic x.
    05 named-status-2 pic x.
01 lock-status.
    05 lock-status-1 pic x.
    05 lock-status-2 pic x.
01 stop-status.
    05 stop-status-1 pic x.
    05 stop-status-2 pic x.
01 prof-status.
    05 prof-status-1 pic x.
    05 prof-status-2 pic x.
01 acc-status.
    05 acc-status-1 pic x.
    05 acc-status-2 pic x.
01 rpt-status.
    05 rpt-status-1 pic x.
    05 rpt-status-2 pic x.

77 eof-switch pic 9 value 1.
77 runDate    pic 9(8).
*> Switch to remember whether the report file opened
77 rpt-switch pic 9 value 0.
    88 report-is-open value 1.

*> Tonight's steps, read off the deck the way the driver reads it
01 stepTable.
    05 stepEntry occurs 20 times.
        10 step-program     pic x(12).
        10 step-calendar    pic x.
        10 step-override    pic x.
        10 step-waitfile    pic x(30).
77 stepCount pic 99 usage is comp value 0.
77 stepMax   pic 99 value 20.
77 stepIndex pic 99 usage is comp.
77 scanIndex pic 99 usage is comp.
77 formattedStep pic z9.
*> The old single-digit mode card being mapped onto its steps
77 legacyMode pic x.

*> What today is under the business calendar
77 holiday-switch pic 9 value 0.
    88 today-is-holiday value 1.
77 periodEnd-switch pic 9 value 0.
    88 today-is-period-end value 1.

*> Steps already run under today's date, from the run registry
01 ranTable.
    05 ranEntry occurs 50 times pic x(12).
77 ranCount pic 99 usage is comp value 0.
77 ranMax   pic 99 value 50.
77 ranIndex pic 99 usage is comp.
77 found-switch pic 9 value 0.
    88 entry-found value 1.
*> Switch set on by a RESTART card - the driver skips a step that ran
*> clean today and reruns the one that failed, so neither is a
*> duplicate on a resubmitted deck
77 restart-switch pic 9 value 0.
    88 restart-run value 1.

*> Facts gathered once for the whole deck
77 stop-switch pic 9 value 0.
    88 stop-request-present value 1.
77 lockCount pic 99 usage is comp value 0.
77 lockName  pic x(30).
*> Sieve control-file agreement, from svintegck - checked once, and
*> only when the deck runs the sieve
77 integ-switch pic 9 value 0.
    88 integ-checked value 1.
77 integRC pic 9(4) value 0.
*> Sieve certificate, from svcertck - checked once
77 cert-switch pic 9 value 0.
    88 cert-checked value 1.
77 certVerdict pic 9.
77 certPrimes  pic 9(8).
77 certLargest pic 9(8).

*> The converter card's file, profile and enrichment in hand
01 cardImage.
    05 card-mode-1 pic x.
    05 card-mode-2 pic x.
    05 card-rest   pic x(58).
77 checkFileName pic x(30).
77 namedFileName pic x(30).
77 profileName   pic x(12).
77 profileVersion pic x(62).
77 enrichFlag    pic x.
*> Manifest entries, loaded so each can be checked like a card
01 maniTable.
    05 maniEntry occurs 30 times pic x(60).
77 maniCount pic 99 usage is comp value 0.
77 maniMax   pic 99 value 30.
77 maniIndex pic 99 usage is comp.

*> The step being judged - how many NO-GO reasons it has collected,
*> and the reason or note in hand
77 noGoCount pic 99 usage is comp value 0.
77 totNoGo   pic 99 usage is comp value 0.
77 totGo     pic 99 usage is comp value 0.
77 reasonText pic x(60).
77 goNote     pic x(40).
77 formattedTotal pic z9.

*> Central operations alert fields
77 alertSeverity pic x.
77 alertProgram  pic x(12) value "PREFLIGHT".
77 alertMessage  pic x(60).

*> Main procedure - read the deck and the shared facts, judge every
*> step, and hand back GO (0) or NO-GO (8)
procedure division.
    display "---Job stream pre-flight check---".
    accept runDate from date yyyymmdd.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move zero to stepCount.
    move zero to restart-switch.
    move zero to rpt-switch.
    move zero to integ-switch.
    move zero to cert-switch.
    move zero to totNoGo.
    move zero to totGo.
    move zero to return-code.
    perform readDeckProcedure.
    if stepCount is equal to zero
        display "No job deck DRVPARM.TXT to check"
        move 8 to return-code
        goback
    end-if.
    perform readCalendarProcedure.
    perform readRegistryProcedure.
    perform readStopLockProcedure.
    open output reportFile.
    if rpt-status-1 = '0' and rpt-status-2 = '0'
        move 1 to rpt-switch
    else
        display "Unable to open pre-flight report, continuing with console only"
    end-if.
    move spaces to reportRecord.
    string "JOB STREAM PRE-FLIGHT  " runDate delimited by size
        into reportRecord.
    perform putLineProcedure.
    if today-is-holiday
        move spaces to reportRecord
        string "TODAY IS A HOLIDAY ON DRVCAL.TXT - CALENDAR-CONTROLLED "
            "STEPS WILL SKIP" delimited by size into reportRecord
        perform putLineProcedure
        move "W" to alertSeverity
        move spaces to alertMessage
        string "TONIGHT " runDate " IS A HOLIDAY ON DRVCAL"
            delimited by size into alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
    end-if.
    move "STEP PROGRAM      VERDICT REASON" to reportRecord.
    perform putLineProcedure.
    move 1 to stepIndex.
    perform checkStepProcedure until stepIndex is greater than stepCount.
    move spaces to reportRecord.
    move totGo to formattedTotal.
    string "steps GO     : " formattedTotal delimited by size
        into reportRecord.
    perform putLineProcedure.
    move spaces to reportRecord.
    move totNoGo to formattedTotal.
    string "steps NO-GO  : " formattedTotal delimited by size
        into reportRecord.
    perform putLineProcedure.
    if totNoGo is greater than zero
        move "STREAM NO-GO - hold the job until the reasons are cleared"
            to reportRecord
        move 8 to return-code
    else
        move "STREAM GO" to reportRecord
        move zero to return-code
    end-if.
    perform putLineProcedure.
    if report-is-open
        close reportFile
    end-if.
    goback.

*> Procedure to read the deck into the step table - the RESTART card
*> sets restart mode and the old single-digit cards map onto their
*> steps
readDeckProcedure.
    open input parmCard.
    if parm-status-1 = '0' and parm-status-2 = '0'
        move 1 to eof-switch
        perform readDeckCardProcedure until eof-switch = 0
        close parmCard
    end-if.

*> Procedure to read one deck card
readDeckCardProcedure.
    read parmCard
        at end move zero to eof-switch
        not at end
            evaluate true
                when function upper-case(parm-program) is equal to "RESTART"
                    move 1 to restart-switch
                when parm-program(2:11) is equal to spaces
                    and (parm-program(1:1) is equal to "1" or "3")
                    move parm-program(1:1) to legacyMode
                    move "ROMANA3_1" to parm-program
                    perform addStepProcedure
                    if legacyMode is equal to "3"
                        move "SIEVE" to parm-program
                        perform addStepProcedure
                    end-if
                when parm-program(2:11) is equal to spaces
                    and parm-program(1:1) is equal to "2"
                    move "SIEVE" to parm-program
                    perform addStepProcedure
                when parm-program is equal to spaces
                    continue
                when other
                    perform addStepProcedure
            end-evaluate
    end-read.

*> Procedure to add the card in hand to the step table
addStepProcedure.
    if stepCount is less than stepMax
        add 1 to stepCount
        move function upper-case(parm-program) to step-program(stepCount)
        move function upper-case(parm-calendar) to step-calendar(stepCount)
        move function upper-case(parm-override) to step-override(stepCount)
        move parm-waitfile to step-waitfile(stepCount)
    end-if.

*> Procedure to find out whether today is a holiday or period end
readCalendarProcedure.
    move zero to holiday-switch.
    move zero to periodEnd-switch.
    open input calendarFile.
    if cal-status-1 = '0' and cal-status-2 = '0'
        move 1 to eof-switch
        perform readCalendarEntryProcedure until eof-switch = 0
        close calendarFile
    end-if.

*> Procedure to test one calendar entry against today
readCalendarEntryProcedure.
    read calendarFile
        at end move zero to eof-switch
        not at end
            if cal-date is equal to runDate
                evaluate function upper-case(cal-type)
                    when "H" move 1 to holiday-switch
                    when "E" move 1 to periodEnd-switch
                end-evaluate
            end-if
    end-read.

*> Procedure to load the steps already run under today's date
readRegistryProcedure.
    move zero to ranCount.
    open input runRegistry.
    if reg-status-1 = '0' and reg-status-2 = '0'
        move 1 to eof-switch
        perform readRegistryEntryProcedure until eof-switch = 0
        close runRegistry
    end-if.

*> Procedure to keep one registry entry if it ran today
readRegistryEntryProcedure.
    read runRegistry
        at end move zero to eof-switch
        not at end
            if reg-date is equal to runDate and ranCount is less than ranMax
                add 1 to ranCount
                move function upper-case(reg-program) to ranEntry(ranCount)
            end-if
    end-read.

*> Procedure to note a leftover stop request and any run locks
readStopLockProcedure.
    move zero to stop-switch.
    open input stopFile.
    if stop-status-1 = '0' and stop-status-2 = '0'
        move 1 to stop-switch
        close stopFile
    end-if.
    move zero to lockCount.
    move spaces to lockName.
    open input lockFile.
    if lock-status-1 = '0' and lock-status-2 = '0'
        move 1 to eof-switch
        perform readLockProcedure until eof-switch = 0
        close lockFile
    end-if.

*> Procedure to count one run lock, keeping the first one's file
readLockProcedure.
    read lockFile
        at end move zero to eof-switch
        not at end
            if lock-filename is not equal to spaces
                add 1 to lockCount
                if lockCount is equal to 1
                    move lock-filename to lockName
                end-if
            end-if
    end-read.

*> Procedure to judge one step and report its verdict
checkStepProcedure.
    move zero to noGoCount.
    move spaces to goNote.
    move stepIndex to formattedStep.
    evaluate true
        when step-calendar(stepIndex) is equal to "Y" and today-is-holiday
            move "WILL SKIP - HOLIDAY" to goNote
        when step-calendar(stepIndex) is equal to "E"
            and not today-is-period-end
            move "WILL SKIP - NOT A PERIOD END" to goNote
        when step-program(stepIndex) is equal to "WAITFILE"
            move spaces to goNote
            string "WAITS FOR " step-waitfile(stepIndex)
                delimited by size into goNote
        when step-program(stepIndex) is equal to "PREFLIGHT"
            move "THIS CHECK" to goNote
        when other
            perform checkDuplicateProcedure
            evaluate step-program(stepIndex)
                when "ROMANA3_1"
                    perform checkConverterProcedure
                when "SIEVE"
                    perform checkSieveProcedure
                when "SVEXTRACT" when "SVFACTOR" when "SVPINDEX"
                when "SVCONST"
                    perform checkCertificateProcedure
            end-evaluate
    end-evaluate.
    if noGoCount is equal to zero
        add 1 to totGo
        move spaces to reportRecord
        string formattedStep "   " step-program(stepIndex) " GO      "
            goNote delimited by size into reportRecord
        perform putLineProcedure
    else
        add 1 to totNoGo
    end-if.
    add 1 to stepIndex.

*> Procedure to report one NO-GO reason for the step in hand and raise
*> it to operations
noGoProcedure.
    add 1 to noGoCount.
    move spaces to reportRecord.
    string formattedStep "   " step-program(stepIndex) " NO-GO   "
        reasonText delimited by size into reportRecord.
    perform putLineProcedure.
    move "E" to alertSeverity.
    move spaces to alertMessage.
    string "NO-GO " function trim(step-program(stepIndex)) ": "
        reasonText delimited by size into alertMessage.
    call "opsalert" using alertSeverity, alertProgram, alertMessage.

*> Procedure to refuse a step the driver would refuse as a duplicate
*> - on a restart deck the step is noted instead
checkDuplicateProcedure.
    move zero to found-switch.
    move 1 to ranIndex.
    perform scanRanProcedure until ranIndex is greater than ranCount.
    if entry-found
        if restart-run
            move "RAN TODAY - RESTART SKIPS OR RERUNS IT" to goNote
        else
            if step-override(stepIndex) is not equal to "O"
                move "ALREADY RAN TODAY - DRIVER WILL REFUSE AS DUPLICATE"
                    to reasonText
                perform noGoProcedure
            end-if
        end-if
    end-if.

*> Procedure to test one registry entry against the step in hand
scanRanProcedure.
    if ranEntry(ranIndex) is equal to step-program(stepIndex)
        move 1 to found-switch
    end-if.
    add 1 to ranIndex.

*> Procedure to check what a converter step needs
checkConverterProcedure.
    if stop-request-present
        move "STOPREQ.TXT LEFT OVER - RUN WOULD STOP AT ONCE" to reasonText
        perform noGoProcedure
    end-if.
    if lockCount is greater than zero
        move spaces to reasonText
        string "LEFTOVER RUN LOCK ON " lockName delimited by size
            into reasonText
        perform noGoProcedure
    end-if.
    move spaces to cardImage.
    open input runCard.
    if run-status-1 = '0' and run-status-2 = '0'
        read runCard into cardImage
            at end move spaces to cardImage
        end-read
        close runCard
    end-if.
    if cardImage is equal to spaces
        move "NO RUNPARM.TXT CARD - RUN WOULD WAIT AT THE MENU"
            to reasonText
        perform noGoProcedure
    else
        if function upper-case(card-mode-1) is equal to "M"
            and card-mode-2 is equal to space
            perform checkManifestProcedure
        else
            perform checkCardProcedure
        end-if
    end-if.

*> Procedure to check every entry of the manifest the card names
checkManifestProcedure.
    move card-rest(1:30) to namedFileName.
    move zero to maniCount.
    open input namedFile.
    if named-status-1 = '0' and named-status-2 = '0'
        move 1 to eof-switch
        perform readManifestProcedure until eof-switch = 0
        close namedFile
        move 1 to maniIndex
        perform checkManifestEntryProcedure until maniIndex > maniCount
    else
        move spaces to reasonText
        string "MANIFEST NOT FOUND: " namedFileName delimited by size
            into reasonText
        perform noGoProcedure
    end-if.

*> Procedure to load one manifest entry
readManifestProcedure.
    read namedFile
        at end move zero to eof-switch
        not at end
            if namedRecord is not equal to spaces and maniCount < maniMax
                add 1 to maniCount
                move namedRecord to maniEntry(maniCount)
            end-if
    end-read.

*> Procedure to check one manifest entry like a card
checkManifestEntryProcedure.
    move maniEntry(maniIndex) to cardImage.
    perform checkCardProcedure.
    add 1 to maniIndex.

*> Procedure to check one card - its input file, its profile, and the
*> accession master when it enriches
checkCardProcedure.
    move space to enrichFlag.
    move spaces to profileName.
    evaluate true
        when function upper-case(card-mode-1) is equal to "P"
            and card-mode-2 is equal to space
            move card-rest(1:12) to profileName
            move card-rest(14:30) to checkFileName
        when card-mode-2 is equal to space
            move card-rest(1:30) to checkFileName
            move card-rest(38:1) to enrichFlag
        when other
            move card-rest(2:30) to checkFileName
            move card-rest(39:1) to enrichFlag
    end-evaluate.
    if checkFileName is not equal to spaces
        perform checkInputFileProcedure
    end-if.
    if profileName is not equal to spaces
        perform checkProfileProcedure
    end-if.
    if function upper-case(enrichFlag) is equal to "A"
        or function upper-case(enrichFlag) is equal to "Y"
        perform checkAccessionProcedure
    end-if.

*> Procedure to check the input file is on hand - or that a WAITFILE
*> step of the deck will wait for it
checkInputFileProcedure.
    move checkFileName to namedFileName.
    open input namedFile.
    if named-status-1 = '0' and named-status-2 = '0'
        close namedFile
    else
        move zero to found-switch
        move 1 to scanIndex
        perform scanWaitProcedure until scanIndex is greater than stepCount
        if not entry-found
            move spaces to reasonText
            string "INPUT FILE NOT ON HAND: " checkFileName
                delimited by size into reasonText
            perform noGoProcedure
        end-if
    end-if.

*> Procedure to test one step for a wait on the file being checked
scanWaitProcedure.
    if step-program(scanIndex) is equal to "WAITFILE"
        and step-waitfile(scanIndex) is equal to checkFileName
        move 1 to found-switch
    end-if.
    add 1 to scanIndex.

*> Procedure to check the profile the card names has a live version
*> in effect today
checkProfileProcedure.
    move spaces to profileVersion.
    open input profFile.
    if prof-status-1 = '0' and prof-status-2 = '0'
        move 1 to eof-switch
        perform scanProfileProcedure until eof-switch = 0
        close profFile
    end-if.
    if profileVersion is equal to spaces
        move spaces to reasonText
        string "FEED PROFILE NOT ON CONVPROF.TXT: " profileName
            delimited by size into reasonText
        perform noGoProcedure
    else
        if profileVersion(42:1) is equal to "R"
            move spaces to reasonText
            string "FEED PROFILE RETIRED: " profileName
                delimited by size into reasonText
            perform noGoProcedure
        else
            move profileVersion(31:1) to enrichFlag
        end-if
    end-if.

*> Procedure to keep the profile version in effect today so far
scanProfileProcedure.
    read profFile
        at end move zero to eof-switch
        not at end
            if prof-name is equal to profileName
                and (prof-effective is equal to spaces
                or (prof-effective is numeric
                and prof-effective is not greater than runDate))
                if profileVersion is equal to spaces
                    or prof-effective is not less than profileVersion(33:8)
                    move profRecord to profileVersion
                end-if
            end-if
    end-read.

*> Procedure to check the accession master an enriching run reads
checkAccessionProcedure.
    open input accFile.
    if acc-status-1 = '0' and acc-status-2 = '0'
        close accFile
    else
        move "ACCESSION MASTER ACCMAST.DAT NOT AVAILABLE" to reasonText
        perform noGoProcedure
    end-if.

*> Procedure to check what a sieve step needs
checkSieveProcedure.
    if stop-request-present
        move "STOPREQ.TXT LEFT OVER - RUN WOULD STOP AT ONCE" to reasonText
        perform noGoProcedure
    end-if.
    if not integ-checked
        move zero to return-code
        call "svintegck"
        move return-code to integRC
        move zero to return-code
        move 1 to integ-switch
    end-if.
    if integRC is not equal to zero
        move "SIEVE CONTROL FILES DO NOT AGREE (SVINTEGCK)" to reasonText
        perform noGoProcedure
    end-if.

*> Procedure to check the sieve certificate a consumer step needs
checkCertificateProcedure.
    if not cert-checked
        call "svcertck" using certVerdict, certPrimes, certLargest
        move 1 to cert-switch
    end-if.
    evaluate certVerdict
        when 1
            move "NO SIEVE CERTIFICATE ON SVCERT.TXT" to reasonText
            perform noGoProcedure
        when 2
            move "SIEVE CERTIFICATE ON SVCERT.TXT IS STALE" to reasonText
            perform noGoProcedure
        when 3
            move "SIEVE CERTIFICATE ON SVCERT.TXT SAYS FAIL" to reasonText
            perform noGoProcedure
    end-evaluate.

*> Procedure to put one built line on the console and the report
putLineProcedure.
    display reportRecord.
    if report-is-open
        write reportRecord
    end-if.

end program preflight.
