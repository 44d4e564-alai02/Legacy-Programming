*> Window-aware sizing of the nightly sieve extend run
*> The extend run's upper limit used to be keyed onto SVPARM.TXT by
*> hand, and a guess too high ran the sieve out of the batch window
*> to be cut off at a segment checkpoint. The driver CALLs here for an
*> SVPLAN step ahead of the sieve, and this works the limit out:
*>   - throughput, in numbers swept per second, over the last ten
*>     sieve runs on the timing log RUNTIME.TXT
*>   - the nightly window in seconds from TTPARM.TXT (default 14400),
*>     less the safety margin
*>   - the load of tonight's other steps on DRVPARM.TXT, each at its
*>     average elapsed per night on the timing log, or at the standing
*>     allowance for a step the log has never timed
*> What is left of the window sets the limit - a whole number of
*> segments past the boundary on SVCTRL.TXT - and an extend card goes
*> to SVPARM.TXT. On a busy night, when the other steps take more
*> than the busy share of the window, the range is cut for a
*> split-range run instead and the card goes to SVSPARM.TXT for
*> svsplit, each part sized to what is left so the parts can run side
*> by side. With no room at all no card is written and the night is
*> raised on the alert queue. Whichever card is not written tonight
*> is removed, so a card planned on an earlier night is never run.
*> The optional SVPLPRM.TXT card overrides the margin percentage
*> (columns 1-3, default 20), the busy percentage (5-7, default 50),
*> the split parts (9, default 4) and the allowance in seconds for an
*> untimed step (11-16, default 600). A figure may be keyed anywhere
*> in its columns; one that cannot be read, or is out of range, is
*> reported on the console and the alert queue and its default used.
*> The decision and its inputs go back to the driver as lines for the
*> job log DRVLOG.TXT, so a missed target can be explained, together
*> with the card that was written - E extend, S split, N none - so the
*> driver can skip a SIEVE or SVSPLIT step that has no card to run.
identification division.
program-id. svplan.
environment division.
input-output section.
file-control.
select timeFile assign "RUNTIME.TXT"
    organization is line sequential
    file status is time-status.
select windowCard assign "TTPARM.TXT"
    organization is line sequential
    file status is window-status.
select deckFile assign "DRVPARM.TXT"
    organization is line sequential
    file status is deck-status.
select controlFile assign "SVCTRL.TXT"
    organization is line sequential
    file status is ctrl-status.
select planCard assign "SVPLPRM.TXT"
    organization is line sequential
    file status is plan-status.
*> The extend card for sieve.cob, in its own parameter layout
select sieveCard assign "SVPARM.TXT"
    organization is line sequential
    file status is card-status.
*> The split card for svsplit.cob, in its own parameter layout
select splitCard assign "SVSPARM.TXT"
    organization is line sequential
    file status is split-status.

data division.
file section.
fd timeFile.
01 timeRecord pic x(100).
fd windowCard.
01 windowRecord.
    05 window-seconds pic 9(6).
fd deckFile.
01 deckRecord pic x(80).
fd controlFile.
01 controlRecord.
    05 ctrl-lastmax pic 9(8).
fd planCard.
01 planRecord.
    05 plan-margin    pic x(3).
    05 filler         pic x.
    05 plan-busy      pic x(3).
    05 filler         pic x.
    05 plan-parts     pic x.
    05 filler         pic x.
    05 plan-allowance pic x(6).
fd sieveCard.
01 sieveRecord.
    05 card-maxprime pic 9(8).
    05 card-lowlimit pic 9(8).
    05 card-extend   pic x.
    05 filler        pic x.
    05 card-outname  pic x(30).
fd splitCard.
01 splitRecord.
    05 split-low   pic 9(8).
    05 filler      pic x.
    05 split-high  pic 9(8).
    05 filler      pic x.
    05 split-parts pic 9.

working-storage section.
01 time-status.
    05 time-status-1 pic x.
    05 time-status-2 pic x.
01 window-status.
    05 window-status-1 pic x.
    05 window-status-2 pic x.
01 deck-status.
    05 deck-status-1 pic x.
    05 deck-status-2 pic x.
01 ctrl-status.
    05 ctrl-status-1 pic x.
    05 ctrl-status-2 pic x.
01 plan-status.
    05 plan-status-1 pic x.
    05 plan-status-2 pic x.
01 card-status.
    05 card-status-1 pic x.
    05 card-status-2 pic x.
01 split-status.
    05 split-status-1 pic x.
    05 split-status-2 pic x.

77 eof-switch pic 9 value 1.
*> sieve.cob's segment size - every limit planned here is a whole
*> number of these past the boundary
77 segmentSize pic 9(6) value 100000.
*> The largest limit sieve.cob's parameter card can carry
77 limitCeiling pic 9(8) value 99999999.

*> Planning settings, from the card or the defaults
77 windowSeconds pic 9(6) usage is comp.
77 marginPct     pic 9(3) usage is comp.
77 busyPct       pic 9(3) usage is comp.
77 splitParts    pic 9 usage is comp.
77 allowance     pic 9(6) usage is comp.
*> One settings-card figure being read, its value, and the name it
*> is reported under when it cannot be used
77 cardFieldText pic x(6).
77 cardFieldVal  pic s9(7)v99.
77 cardFieldName pic x(10).
77 cardField-switch pic 9 value 0.
    88 card-field-read value 1.

*> Fields split out of the timing record in hand
77 recProgram pic x(12).
77 recDate    pic x(8).
77 recElapsed pic 9(6) usage is comp.
77 recLimit   pic 9(8) usage is comp.
77 recFrom    pic 9(8) usage is comp.
01 numText6 pic x(6).
01 numValue6 redefines numText6 pic 9(6).

*> Average elapsed per night for every program on the timing log -
*> the log is appended run by run, so a change of date is a new night
01 progTable.
    05 progEntry occurs 50 times.
        10 prog-name    pic x(12).
        10 prog-elapsed pic 9(9) usage is comp.
        10 prog-nights  pic 9(5) usage is comp.
        10 prog-lastdate pic x(8).
77 progCount pic 99 usage is comp value 0.
77 progMax   pic 99 value 50.
77 progIndex pic 99 usage is comp.
77 progFound pic 99 usage is comp.

*> The last ten sieve runs that recorded the range they swept, kept
*> round-robin so the throughput follows the machine as it is now
01 rateTable.
    05 rateEntry occurs 10 times.
        10 rate-numbers pic 9(9) usage is comp.
        10 rate-elapsed pic 9(6) usage is comp.
77 rateCount pic 99 usage is comp value 0.
77 rateNext  pic 99 usage is comp value 0.
77 rateIndex pic 99 usage is comp.
77 sumNumbers pic 9(11) usage is comp.
77 sumElapsed pic 9(9) usage is comp.
77 sieveRate  pic 9(9) usage is comp.

*> Tonight's other steps
77 deckProgram pic x(12).
77 otherSteps  pic 99 usage is comp.
77 timedSteps  pic 99 usage is comp.
77 otherLoad   pic 9(9) usage is comp.
77 stepLoad    pic 9(9) usage is comp.

*> The sizing itself
77 boundary     pic 9(8) usage is comp.
77 usableWindow pic 9(9) usage is comp.
77 sieveBudget  pic 9(9) usage is comp.
77 segments     pic 9(9) usage is comp.
77 maxSegments  pic 9(9) usage is comp.
77 totalSegments pic 9(9) usage is comp.
77 plannedLow   pic 9(8) usage is comp.
77 plannedHigh  pic 9(8) usage is comp.
77 busy-switch pic 9 value 0.
    88 night-is-busy value 1.

77 fmtA pic z(8)9.
77 fmtB pic z(8)9.
77 fmtC pic z(8)9.
77 fmtPct pic zz9.
77 fmtPct2 pic zz9.
77 fmtSteps pic z9.
77 fmtTimed pic z9.
77 fmtParts pic 9.
*> The card names, for removing the one not written tonight
77 sieveCardName pic x(12) value "SVPARM.TXT".
77 splitCardName pic x(12) value "SVSPARM.TXT".

*> Central operations alert fields
77 alertSeverity pic x.
77 alertProgram  pic x(12) value "SVPLAN".
77 alertMessage  pic x(60).

linkage section.
*> The decision and its inputs, one job-log line each
01 planLog.
    05 planLine occurs 4 times pic x(80).
77 planLineCount pic 9.
*> The card written tonight - E extend (SVPARM.TXT), S split
*> (SVSPARM.TXT), N none
77 planDecision  pic x.

*> Subroutine to size tonight's sieve run and write its card
procedure division using planLog, planLineCount, planDecision.
    display "Sieve window sizing".
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move zero to return-code.
    move spaces to planLog.
    move zero to planLineCount.
    move "N" to planDecision.
    move zero to progCount.
    move zero to rateCount.
    move zero to rateNext.
    move zero to busy-switch.
    perform readSettingsProcedure.
    perform readTimingLogProcedure.
    perform workOutRateProcedure.
    perform readDeckProcedure.
    perform readBoundaryProcedure.
    perform sizeRunProcedure.
    goback.

*> Procedure to read the window and the planning settings
readSettingsProcedure.
    move 14400 to windowSeconds.
    move 20 to marginPct.
    move 50 to busyPct.
    move 4 to splitParts.
    move 600 to allowance.
    open input windowCard.
    if window-status-1 = '0' and window-status-2 = '0'
        read windowCard
            not at end
                if window-seconds is numeric
                    and window-seconds is greater than zero
                    move window-seconds to windowSeconds
                end-if
        end-read
        close windowCard
    end-if.
    open input planCard.
    if plan-status-1 = '0' and plan-status-2 = '0'
        read planCard
            not at end
                move plan-margin to cardFieldText
                perform readCardFieldProcedure
                if card-field-read and cardFieldVal is less than 100
                    move cardFieldVal to marginPct
                else
                    move "MARGIN" to cardFieldName
                    perform badCardFieldProcedure
                end-if
                move plan-busy to cardFieldText
                perform readCardFieldProcedure
                if card-field-read and cardFieldVal is greater than zero
                    and cardFieldVal is not greater than 100
                    move cardFieldVal to busyPct
                else
                    move "BUSY" to cardFieldName
                    perform badCardFieldProcedure
                end-if
                move plan-parts to cardFieldText
                perform readCardFieldProcedure
                if card-field-read and cardFieldVal is greater than 1
                    move cardFieldVal to splitParts
                else
                    move "PARTS" to cardFieldName
                    perform badCardFieldProcedure
                end-if
                move plan-allowance to cardFieldText
                perform readCardFieldProcedure
                if card-field-read
                    move cardFieldVal to allowance
                else
                    move "ALLOWANCE" to cardFieldName
                    perform badCardFieldProcedure
                end-if
        end-read
        close planCard
    end-if.

*> Procedure to read one settings-card figure wherever it sits in its
*> columns - it is read only when it is a whole number not below zero
readCardFieldProcedure.
    move zero to cardField-switch.
    move zero to cardFieldVal.
    if cardFieldText is not equal to spaces
        if function test-numval(function trim(cardFieldText)) is equal to zero
            compute cardFieldVal = function numval(function trim(cardFieldText))
            if cardFieldVal is not less than zero
                and cardFieldVal is equal to function integer-part(cardFieldVal)
                move 1 to cardField-switch
            end-if
        end-if
    end-if.

*> Procedure to report a settings-card figure that cannot be used - a
*> blank figure just takes its default
badCardFieldProcedure.
    if cardFieldText is not equal to spaces
        display "SVPLPRM.TXT " function trim(cardFieldName)
            " figure '" function trim(cardFieldText)
            "' cannot be used - default kept"
        move "W" to alertSeverity
        move spaces to alertMessage
        string "SVPLPRM.TXT " delimited by size
            function trim(cardFieldName) delimited by size
            " FIGURE UNREADABLE: " delimited by size
            function trim(cardFieldText) delimited by size
            " - DEFAULT KEPT" delimited by size into alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
    end-if.

*> Procedure to read the whole timing log
readTimingLogProcedure.
    open input timeFile.
    if time-status-1 = '0' and time-status-2 = '0'
        move 1 to eof-switch
        perform readTimingRecordProcedure until eof-switch = 0
        close timeFile
    end-if.

*> Procedure to fold one timing record into the program averages and,
*> for a sieve run that recorded its range, the throughput table
readTimingRecordProcedure.
    read timeFile
        at end move zero to eof-switch
        not at end
            if timeRecord(1:4) is equal to "TIM "
                and timeRecord(5:8) is numeric
                move timeRecord(5:8) to recDate
                move function upper-case(timeRecord(14:12)) to recProgram
                move zero to recElapsed
                if timeRecord(76:6) is numeric
                    move timeRecord(76:6) to numText6
                    move numValue6 to recElapsed
                end-if
                perform tallyProgramProcedure
                if recProgram is equal to "SIEVE"
                    and timeRecord(27:6) is equal to "LIMIT "
                    and timeRecord(41:6) is equal to " FROM "
                    and recElapsed is greater than zero
                    perform tallyRateProcedure
                end-if
            end-if
    end-read.

*> Procedure to count the record in hand under its program
tallyProgramProcedure.
    move zero to progFound.
    move 1 to progIndex.
    perform findProgramProcedure
        until progIndex is greater than progCount or progFound > 0.
    if progFound is equal to zero and progCount is less than progMax
        add 1 to progCount
        move progCount to progFound
        move recProgram to prog-name(progFound)
        move zero to prog-elapsed(progFound)
        move zero to prog-nights(progFound)
        move spaces to prog-lastdate(progFound)
    end-if.
    if progFound is greater than zero
        add recElapsed to prog-elapsed(progFound)
        if prog-lastdate(progFound) is not equal to recDate
            add 1 to prog-nights(progFound)
            move recDate to prog-lastdate(progFound)
        end-if
    end-if.

*> Procedure to test one program entry against the program in hand
findProgramProcedure.
    if prog-name(progIndex) is equal to recProgram
        move progIndex to progFound
    end-if.
    add 1 to progIndex.

*> Procedure to keep one sieve run's numbers swept and elapsed time,
*> overwriting the oldest once ten are held
tallyRateProcedure.
    move function numval(timeRecord(33:8)) to recLimit.
    move function numval(timeRecord(47:8)) to recFrom.
    if recLimit is not less than recFrom
        add 1 to rateNext
        if rateNext is greater than 10
            move 1 to rateNext
        end-if
        if rateCount is less than 10
            add 1 to rateCount
        end-if
        compute rate-numbers(rateNext) = recLimit - recFrom + 1
        move recElapsed to rate-elapsed(rateNext)
    end-if.

*> Procedure to work the throughput out over the runs held
workOutRateProcedure.
    move zero to sumNumbers.
    move zero to sumElapsed.
    move zero to sieveRate.
    move 1 to rateIndex.
    perform sumRateProcedure until rateIndex is greater than rateCount.
    if sumElapsed is greater than zero
        compute sieveRate = sumNumbers / sumElapsed
    end-if.

*> Procedure to add one held run into the throughput sums
sumRateProcedure.
    add rate-numbers(rateIndex) to sumNumbers.
    add rate-elapsed(rateIndex) to sumElapsed.
    add 1 to rateIndex.

*> Procedure to estimate tonight's other steps off the job deck
readDeckProcedure.
    move zero to otherSteps.
    move zero to timedSteps.
    move zero to otherLoad.
    open input deckFile.
    if deck-status-1 = '0' and deck-status-2 = '0'
        move 1 to eof-switch
        perform readDeckCardProcedure until eof-switch = 0
        close deckFile
    end-if.

*> Procedure to estimate one deck card - the old single-digit mode
*> card maps onto the converter the way the driver maps it, and the
*> sieve, this planning step and a file wait are not load to plan
*> around
readDeckCardProcedure.
    read deckFile
        at end move zero to eof-switch
        not at end
            move function upper-case(deckRecord(1:12)) to deckProgram
            if deckProgram(2:11) is equal to spaces
                and (deckProgram(1:1) is equal to "1" or "3")
                move "ROMANA3_1" to deckProgram
            end-if
            evaluate deckProgram
                when spaces
                when "RESTART"
                when "SIEVE"
                when "SVPLAN"
                when "WAITFILE"
                when "2"
                    continue
                when other
                    perform estimateStepProcedure
            end-evaluate
    end-read.

*> Procedure to add one step's expected elapsed time to the load
estimateStepProcedure.
    add 1 to otherSteps.
    move deckProgram to recProgram.
    move zero to progFound.
    move 1 to progIndex.
    perform findProgramProcedure
        until progIndex is greater than progCount or progFound > 0.
    if progFound is greater than zero and prog-nights(progFound) > 0
        compute stepLoad = prog-elapsed(progFound) / prog-nights(progFound)
        add 1 to timedSteps
    else
        move allowance to stepLoad
    end-if.
    add stepLoad to otherLoad.

*> Procedure to read the boundary the last whole-file run reached
readBoundaryProcedure.
    move zero to boundary.
    open input controlFile.
    if ctrl-status-1 = '0' and ctrl-status-2 = '0'
        read controlFile
            not at end
                if ctrl-lastmax is numeric
                    move ctrl-lastmax to boundary
                end-if
        end-read
        close controlFile
    end-if.

*> Procedure to size the run, write its card, and hand the decision
*> back. With no throughput on the log yet one segment is planned,
*> so the first timed run gives the next night something to go on
sizeRunProcedure.
    compute usableWindow = (windowSeconds * (100 - marginPct)) / 100.
    if otherLoad is less than usableWindow
        compute sieveBudget = usableWindow - otherLoad
    else
        move zero to sieveBudget
    end-if.
    if (otherLoad * 100) is greater than (usableWindow * busyPct)
        move 1 to busy-switch
    end-if.
    if sieveRate is greater than zero
        compute segments = (sieveBudget * sieveRate) / segmentSize
    else
        if sieveBudget is greater than zero
            move 1 to segments
        else
            move zero to segments
        end-if
    end-if.
    compute maxSegments = (limitCeiling - boundary) / segmentSize.
    move windowSeconds to fmtA.
    move marginPct to fmtPct.
    move otherSteps to fmtSteps.
    move timedSteps to fmtTimed.
    move otherLoad to fmtB.
    move sieveBudget to fmtC.
    add 1 to planLineCount.
    string "WINDOW" fmtA " MARGIN" fmtPct "% STEPS" fmtSteps "/"
        fmtTimed " TIMED LOAD" fmtB " BUDGET" fmtC
        delimited by size into planLine(planLineCount).
    move sieveRate to fmtA.
    move rateCount to fmtSteps.
    move boundary to fmtB.
    move segments to fmtC.
    add 1 to planLineCount.
    string "RATE" fmtA "/SEC OVER" fmtSteps " RUNS  BOUNDARY" fmtB
        "  SEGMENTS FIT" fmtC delimited by size
        into planLine(planLineCount).
    compute plannedLow = boundary + 1.
    if plannedLow is less than 2
        move 2 to plannedLow
    end-if.
    evaluate true
        when segments is equal to zero or maxSegments is equal to zero
            perform noRoomProcedure
        when night-is-busy
            perform writeSplitCardProcedure
        when other
            perform writeExtendCardProcedure
    end-evaluate.
    move 1 to progIndex.
    perform showPlanLineProcedure until progIndex is greater than planLineCount.

*> Procedure to write the extend card for a single sieve run
writeExtendCardProcedure.
    call "CBL_DELETE_FILE" using splitCardName.
    move zero to return-code.
    if segments is greater than maxSegments
        move maxSegments to segments
    end-if.
    compute plannedHigh = boundary + (segments * segmentSize).
    open output sieveCard.
    if card-status-1 = '0' and card-status-2 = '0'
        move spaces to sieveRecord
        move plannedHigh to card-maxprime
        move zero to card-lowlimit
        move "Y" to card-extend
        write sieveRecord
        close sieveCard
        move "E" to planDecision
        move plannedLow to fmtA
        move plannedHigh to fmtB
        move segments to fmtC
        add 1 to planLineCount
        string "EXTEND" fmtA " -" fmtB fmtC
            " SEGS CARD SVPARM.TXT" delimited by size
            into planLine(planLineCount)
    else
        add 1 to planLineCount
        move "EXTEND - UNABLE TO WRITE SVPARM.TXT"
            to planLine(planLineCount)
        move 16 to return-code
    end-if.

*> Procedure to write the split card - every part gets what one run
*> would fit, since the parts run side by side
writeSplitCardProcedure.
    call "CBL_DELETE_FILE" using sieveCardName.
    move zero to return-code.
    compute totalSegments = segments * splitParts.
    if totalSegments is greater than maxSegments
        move maxSegments to totalSegments
    end-if.
    compute plannedHigh = boundary + (totalSegments * segmentSize).
    open output splitCard.
    if split-status-1 = '0' and split-status-2 = '0'
        move spaces to splitRecord
        move plannedLow to split-low
        move plannedHigh to split-high
        move splitParts to split-parts
        write splitRecord
        close splitCard
        move "S" to planDecision
        move plannedLow to fmtA
        move plannedHigh to fmtB
        move totalSegments to fmtC
        move splitParts to fmtParts
        move busyPct to fmtPct2
        add 1 to planLineCount
        string "SPLIT" fmtA " -" fmtB fmtC " SEGS IN " fmtParts
            " PARTS BUSY>" fmtPct2 "% CARD SVSPARM.TXT"
            delimited by size into planLine(planLineCount)
    else
        add 1 to planLineCount
        move "SPLIT - UNABLE TO WRITE SVSPARM.TXT"
            to planLine(planLineCount)
        move 16 to return-code
    end-if.

*> Procedure to record a night with no room for the sieve at all - no
*> card is written, so nothing is cut off at a checkpoint halfway
noRoomProcedure.
    call "CBL_DELETE_FILE" using sieveCardName.
    call "CBL_DELETE_FILE" using splitCardName.
    add 1 to planLineCount.
    if maxSegments is equal to zero
        move "NO RUN - BOUNDARY AT THE CARD'S LARGEST LIMIT"
            to planLine(planLineCount)
    else
        move "NO RUN - OTHER STEPS FILL THE WINDOW, NO CARD WRITTEN"
            to planLine(planLineCount)
    end-if.
    move "W" to alertSeverity.
    move "NO SIEVE CARD WRITTEN TONIGHT - SEE SVPLAN IN DRVLOG.TXT"
        to alertMessage.
    call "opsalert" using alertSeverity, alertProgram, alertMessage.
    move 4 to return-code.

*> Procedure to show one decision line on the console
showPlanLineProcedure.
    display "  " function trim(planLine(progIndex) trailing).
    add 1 to progIndex.

end program svplan.
