*> Statistical QA sampling of converted records, with clerk verification
*> Every conversion the grammar accepts has always been trusted as-is,
*> so a systematic keying pattern the grammar happens to accept - "iiii"
*> under scribal tolerance where the source reads "iii" - goes unseen
*> for as long as it lasts. This program puts a sample of each run's
*> work back in front of a clerk with the original document:
*>   S  Sample - draws a percentage (default 5) of the records a run
*>      date put on CONVHIST.DAT, stratified by feed (the profile the
*>      run control log CONVCTLG.TXT says the file ran under) and mode,
*>      at least one from every stratum, evenly spread through each,
*>      onto the dated verification worksheet CONVQAWS.yyyymmdd
*>   V  Verify - takes the clerk through every unverified line: agree,
*>      or disagree and key the value the source actually reads. The
*>      clerk can stop and come back; the worksheet keeps what is done
*>   C  Score - accuracy per feed and per run (source file) with 95%
*>      confidence bounds (Wilson score interval) to the console and to
*>      CONVQARP.TXT, and every disagreement not yet posted goes to the
*>      exception queue CONVEXC.TXT under reason 14, stamped with an
*>      exception ID and its lineage, to be worked like any other reject
*>      - described and rated from the reason-code master CONVRSN.TXT
*>      when reason 14 is on it, as the converter stamps its rejects
*> The function, run date (columns 3-10) and percentage (columns 12-14)
*> come from the optional CONVQPRM.TXT card, or from the operator. The
*> percentage may be keyed anywhere in its columns; blank samples 5%,
*> and anything but a whole number from 1 to 100 refuses the run.
identification division.
program-id. convqa.
environment division.
input-output section.
file-control.
    select histFile assign to "CONVHIST.DAT" organization is indexed
    access mode is dynamic record key is hist-key
    file status is hist-status.
    select ctlgFile assign to "CONVCTLG.TXT" organization is line sequential
    file status is ctlg-status.
    select parmCard assign to "CONVQPRM.TXT" organization is line sequential
    file status is parm-status.
*> The verification worksheet for one run date, named at run time
    select qawFile assign to dynamic qawFileName
    organization is line sequential
    file status is qaw-status.
    select reportFile assign to "CONVQARP.TXT" organization is line sequential
    file status is rpt-status.
    select exceptionFile assign to "CONVEXC.TXT" organization is line sequential
    file status is exc-status.
    select excIdFile assign to "CONVEXCN.TXT" organization is line sequential
    file status is excid-status.
    select rsnFile assign to "CONVRSN.TXT" organization is line sequential
    file status is rsn-status.
data division.
file section.
fd histFile.
    copy "convhist.cpy".
fd ctlgFile.
    copy "convctlg.cpy".
fd parmCard.
    01 parmRecord.
        05 parm-function pic x.
        05 filler        pic x.
        05 parm-date     pic x(8).
        05 filler        pic x.
        05 parm-pct      pic x(3).
*> A header, one line per sampled record, and a trailer
fd qawFile.
    01 qawRecord.
        05 qaw-type     pic x.
        05 filler       pic x.
        05 qaw-sample   pic 9(6).
        05 filler       pic x.
        05 qaw-feed     pic x(12).
        05 filler       pic x.
        05 qaw-mode     pic 99.
        05 filler       pic x.
        05 qaw-filename pic x(30).
        05 filler       pic x.
        05 qaw-lineno   pic 9(6).
        05 filler       pic x.
        05 qaw-fieldno  pic 9.
        05 filler       pic x.
        05 qaw-numeral  pic x(30).
        05 filler       pic x.
        05 qaw-value    pic 9(8).
        05 filler       pic x.
*> A agree, D disagree, blank not yet verified
        05 qaw-verdict  pic x.
        05 filler       pic x.
        05 qaw-correct  pic x(8).
        05 filler       pic x.
        05 qaw-clerk    pic x(8).
        05 filler       pic x.
*> X once the disagreement is on the exception queue, with its ID
        05 qaw-posted   pic x.
        05 filler       pic x.
        05 qaw-excid    pic x(12).
    01 qawHeader.
        05 qawh-type    pic x.
        05 filler       pic x.
        05 qawh-date    pic 9(8).
        05 filler       pic x.
        05 qawh-pct     pic 9(3).
        05 filler       pic x.
        05 qawh-count   pic 9(6).
        05 filler       pic x.
        05 qawh-operator pic x(8).
        05 filler       pic x.
        05 qawh-population pic 9(8).
fd reportFile.
    01 reportRecord pic x(100).
fd exceptionFile.
    01 exceptionRecord pic x(150).
*> Single record - the run date and sequence of the last exception ID,
*> the counter the converter and this program both advance
fd excIdFile.
    01 excIdRecord.
        05 excn-date pic 9(8).
        05 filler    pic x.
        05 excn-seq  pic 9(4).
fd rsnFile.
    copy "convrsn.cpy".
working-storage section.
01 hist-status.
    05 hist-status-1 pic x.
    05 hist-status-2 pic x.
01 ctlg-status.
    05 ctlg-status-1 pic x.
    05 ctlg-status-2 pic x.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.
01 qaw-status.
    05 qaw-status-1 pic x.
    05 qaw-status-2 pic x.
01 rpt-status.
    05 rpt-status-1 pic x.
    05 rpt-status-2 pic x.
01 exc-status.
    05 exc-status-1 pic x.
    05 exc-status-2 pic x.
01 excid-status.
    05 excid-status-1 pic x.
    05 excid-status-2 pic x.
01 rsn-status.
    05 rsn-status-1 pic x.
    05 rsn-status-2 pic x.

77 eof-switch pic 9 value 1.
77 runDate    pic 9(8).
*> Who is sampling, verifying or scoring - from the opersign service
77 operatorId pic x(8).
77 qaFunction pic x.
77 qawFileName pic x(20).
01 sampleDateX pic x(8).
01 sampleDateN redefines sampleDateX pic 9(8).
77 samplePctX  pic x(3).
77 samplePctVal pic s9(5)v99.
77 samplePct pic 9(3) value 5.
*> Switch to remember whether the report file opened
77 rpt-switch pic 9 value 0.
    88 report-is-open value 1.

*> Which feed each source file ran under on the sample date
01 feedMapTable.
    05 feedMapEntry occurs 200 times.
        10 fm-filename pic x(30).
        10 fm-profile  pic x(12).
77 feedMapCount pic 9(3) usage is comp value 0.
77 feedMapMax   pic 9(3) value 200.
77 feedMapIndex pic 9(3) usage is comp.
77 feedName     pic x(12).

*> One stratum per feed and mode - its population, how many it
*> samples, and the running count that spreads the picks evenly
01 strataTable.
    05 stratumEntry occurs 100 times.
        10 st-feed    pic x(12).
        10 st-mode    pic 99.
        10 st-count   pic 9(8) usage is comp.
        10 st-size    pic 9(8) usage is comp.
        10 st-acc     pic 9(8) usage is comp.
77 strataCount pic 9(3) usage is comp value 0.
77 strataMax   pic 9(3) value 100.
77 strataIndex pic 9(3) usage is comp.
77 strataFound pic 9(3) usage is comp.
77 population  pic 9(8) usage is comp value 0.

*> The worksheet, held whole while it is verified or scored
01 qawTable.
    05 qawLine occurs 3000 times pic x(140).
77 qawCount pic 9(4) usage is comp value 0.
77 qawMax   pic 9(4) value 3000.
77 qawIndex pic 9(4) usage is comp.
77 sampleCount pic 9(6) usage is comp value 0.
*> Switch set on when a sample line could not be held
77 full-switch pic 9 value 0.
    88 worksheet-full value 1.

*> Verification dialogue
77 clerkAnswer  pic x.
77 correctText  pic x(8).
01 correctNum   pic x(8).
01 correctValue redefines correctNum pic 9(8).
77 verifyDone-switch pic 9 value 0.
    88 verify-stopped value 1.
77 verifiedNow  pic 9(6) usage is comp.

*> Scoring - one group per feed and per run (source file)
01 scoreTable.
    05 scoreEntry occurs 300 times.
        10 sc-kind  pic x.
        10 sc-name  pic x(30).
        10 sc-keyed pic 9(6) usage is comp.
        10 sc-agree pic 9(6) usage is comp.
77 scoreCount pic 9(3) usage is comp value 0.
77 scoreMax   pic 9(3) value 300.
77 scoreIndex pic 9(3) usage is comp.
77 scoreFound pic 9(3) usage is comp.
77 scoreKind  pic x.
77 scoreName  pic x(30).
77 totKeyed   pic 9(6) usage is comp.
77 totAgree   pic 9(6) usage is comp.
77 grandKeyed pic 9(6) usage is comp.
77 grandAgree pic 9(6) usage is comp.
77 totUnkeyed pic 9(6) usage is comp.
77 totPosted  pic 9(6) usage is comp.
*> Wilson score interval at 95% confidence
77 zValue     pic 9v99 value 1.96.
77 zSquared   pic 9v9(4) value 3.8416.
77 pHat       pic 9v9(8).
77 wTerm      pic 9(3)v9(8).
77 wVariance  pic 9(3)v9(8).
77 wDenom     pic 9(3)v9(8).
77 wCentre    pic 9v9(8).
77 wHalf      pic 9v9(8).
77 wLow       pic s9v9(8).
77 wHigh      pic s9v9(8).
77 pctAccuracy pic 9(3)v9.
77 pctLow      pic 9(3)v9.
77 pctHigh     pic 9(3)v9.
77 formattedAccuracy pic zz9.9.
77 formattedLow      pic zz9.9.
77 formattedHigh     pic zz9.9.
77 formattedKeyed pic z(5)9.
77 formattedAgree pic z(5)9.
77 formattedCount pic z(7)9.

*> Exception ID issue, as the converter does it
01 excIdText.
    05 excid-date pic 9(8).
    05 excid-seq  pic 9(4).
77 excSeqLast pic 9(4) value 0.
77 excLineDisp pic 9(6).
77 excPosted-switch pic 9 value 0.
    88 exception-is-open value 1.
*> The reason a disagreement is posted under, and its severity, from
*> the reason-code master when the code is on it
77 qaReasonText pic x(30).
77 qaSeverity   pic x.

*> Main procedure - take the function, the run date and the percentage
*> from the card or the operator, then sample, verify or score
procedure division.
    display "---Conversion QA sampling---".
    accept runDate from date yyyymmdd.
    call "opersign" using operatorId.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move zero to return-code.
    move zero to rpt-switch.
    move zero to full-switch.
    move space to qaFunction.
    move spaces to sampleDateX.
    move spaces to samplePctX.
    move 5 to samplePct.
    move zero to excSeqLast.
    open input parmCard.
    if parm-status-1 = '0' and parm-status-2 = '0'
        read parmCard
            not at end
                move function upper-case(parm-function) to qaFunction
                move parm-date to sampleDateX
                move parm-pct to samplePctX
        end-read
        close parmCard
    end-if.
    if qaFunction is equal to space
        display "(S)ample, (V)erify, s(C)ore: " with no advancing
        accept qaFunction
        move function upper-case(qaFunction) to qaFunction
        display "Run date (blank for today): " with no advancing
        accept sampleDateX
        if qaFunction is equal to "S"
            display "Percentage to sample (blank for 5): "
                with no advancing
            accept samplePctX
        end-if
    end-if.
    if sampleDateX is equal to spaces
        move runDate to sampleDateX
    end-if.
    if sampleDateX is not numeric
        display "Run date must be yyyymmdd"
        move 8 to return-code
        goback
    end-if.
    if qaFunction is equal to "S" and samplePctX is not equal to spaces
        if function test-numval(function trim(samplePctX)) is not equal to zero
            display "Sample percentage must be a whole number from 1 to 100"
            move 8 to return-code
            goback
        end-if
        compute samplePctVal = function numval(function trim(samplePctX))
        if samplePctVal is less than 1 or samplePctVal is greater than 100
            or samplePctVal is not equal to function integer-part(samplePctVal)
            display "Sample percentage must be a whole number from 1 to 100"
            move 8 to return-code
            goback
        end-if
        move samplePctVal to samplePct
    end-if.
    move spaces to qawFileName.
    string "CONVQAWS." sampleDateX delimited by size into qawFileName.
    evaluate qaFunction
        when "S" perform sampleProcedure
        when "V" perform verifyProcedure
        when "C" perform scoreProcedure
        when other
            display "Invalid function"
            move 8 to return-code
    end-evaluate.
    goback.

*> Procedure to draw the sample - count every stratum of the run date,
*> then take each stratum's share evenly spread through it
sampleProcedure.
    open input qawFile.
    if qaw-status-1 = '0' and qaw-status-2 = '0'
        close qawFile
        display "Worksheet " qawFileName " already drawn - verify or "
            "score it"
        move 8 to return-code
        goback
    end-if.
    perform loadFeedMapProcedure.
    move zero to strataCount.
    move zero to population.
    open input histFile.
    if hist-status-1 not = '0' or hist-status-2 not = '0'
        display "Unable to open conversion history master, status "
            hist-status
        move 16 to return-code
        goback
    end-if.
    move 1 to eof-switch.
    perform countStratumProcedure until eof-switch = 0.
    close histFile.
    if population is equal to zero
        display "No conversions on the master for " sampleDateX
        move 4 to return-code
        goback
    end-if.
    move 1 to strataIndex.
    perform sizeStratumProcedure until strataIndex is greater than strataCount.
    open output qawFile.
    if qaw-status-1 not = '0' or qaw-status-2 not = '0'
        display "Unable to open worksheet " qawFileName
        move 16 to return-code
        goback
    end-if.
    move spaces to qawRecord.
    move "H" to qawh-type.
    move sampleDateN to qawh-date.
    move samplePct to qawh-pct.
    move zero to qawh-count.
    move operatorId to qawh-operator.
    move population to qawh-population.
    write qawRecord.
    move zero to sampleCount.
    open input histFile.
    move 1 to eof-switch.
    perform drawSampleProcedure until eof-switch = 0.
    close histFile.
    move spaces to qawRecord.
    move "T" to qawh-type.
    move sampleCount to qawh-count.
    write qawRecord.
    close qawFile.
    move population to formattedCount.
    display "records converted " sampleDateX " : " formattedCount.
    move sampleCount to formattedCount.
    display "records sampled           : " formattedCount.
    display "worksheet                 : " qawFileName.

*> Procedure to load which profile each file ran under on the date
loadFeedMapProcedure.
    move zero to feedMapCount.
    open input ctlgFile.
    if ctlg-status-1 = '0' and ctlg-status-2 = '0'
        move 1 to eof-switch
        perform readFeedMapProcedure until eof-switch = 0
        close ctlgFile
    end-if.

*> Procedure to keep one control-log record of the sample date
readFeedMapProcedure.
    read ctlgFile
        at end move zero to eof-switch
        not at end
            if ctlg-date is equal to sampleDateN
                and feedMapCount is less than feedMapMax
                add 1 to feedMapCount
                move ctlg-filename to fm-filename(feedMapCount)
                move ctlg-profile to fm-profile(feedMapCount)
            end-if
    end-read.

*> Procedure to find the feed the record in hand ran under - runs
*> from a plain mode card have no profile
findFeedProcedure.
    move "UNPROFILED" to feedName.
    move 1 to feedMapIndex.
    perform scanFeedMapProcedure until feedMapIndex is greater than feedMapCount.

*> Procedure to test one feed map entry against the record's file
scanFeedMapProcedure.
    if fm-filename(feedMapIndex) is equal to hist-filename
        and fm-profile(feedMapIndex) is not equal to spaces
        move fm-profile(feedMapIndex) to feedName
    end-if.
    add 1 to feedMapIndex.

*> Procedure to find (or add) the stratum of the record in hand
findStratumProcedure.
    perform findFeedProcedure.
    move zero to strataFound.
    move 1 to strataIndex.
    perform scanStratumProcedure
        until strataIndex is greater than strataCount or strataFound > 0.

*> Procedure to test one stratum against the record in hand
scanStratumProcedure.
    if st-feed(strataIndex) is equal to feedName
        and st-mode(strataIndex) is equal to hist-mode
        move strataIndex to strataFound
    end-if.
    add 1 to strataIndex.

*> Procedure to count one master record into its stratum
countStratumProcedure.
    read histFile next record
        at end move zero to eof-switch
        not at end
            if hist-rundate is equal to sampleDateN
                perform findStratumProcedure
                if strataFound is equal to zero
                    and strataCount is less than strataMax
                    add 1 to strataCount
                    move strataCount to strataFound
                    move feedName to st-feed(strataFound)
                    move hist-mode to st-mode(strataFound)
                    move zero to st-count(strataFound)
                end-if
                if strataFound is greater than zero
                    add 1 to st-count(strataFound)
                    add 1 to population
                end-if
            end-if
    end-read.

*> Procedure to size one stratum's sample - its share of the
*> percentage, rounded up, never less than one - and start the spread
*> at a point that differs from stratum to stratum
sizeStratumProcedure.
    compute st-size(strataIndex) =
        (st-count(strataIndex) * samplePct + 99) / 100.
    if st-size(strataIndex) is equal to zero
        move 1 to st-size(strataIndex)
    end-if.
    if st-size(strataIndex) is greater than st-count(strataIndex)
        move st-count(strataIndex) to st-size(strataIndex)
    end-if.
    compute st-acc(strataIndex) =
        function mod(sampleDateN + strataIndex, st-count(strataIndex)).
    add 1 to strataIndex.

*> Procedure to read one master record and put it on the worksheet if
*> its stratum's spread falls on it - each stratum takes exactly its
*> size, evenly across its population
drawSampleProcedure.
    read histFile next record
        at end move zero to eof-switch
        not at end
            if hist-rundate is equal to sampleDateN
                perform findStratumProcedure
                if strataFound is greater than zero
                    add st-size(strataFound) to st-acc(strataFound)
                    if st-acc(strataFound) is not less than
                        st-count(strataFound)
                        subtract st-count(strataFound)
                            from st-acc(strataFound)
                        perform writeSampleProcedure
                    end-if
                end-if
            end-if
    end-read.

*> Procedure to write one sampled record to the worksheet
writeSampleProcedure.
    add 1 to sampleCount.
    move spaces to qawRecord.
    move "S" to qaw-type.
    move sampleCount to qaw-sample.
    move feedName to qaw-feed.
    move hist-mode to qaw-mode.
    move hist-filename to qaw-filename.
    move hist-lineno to qaw-lineno.
    move hist-fieldno to qaw-fieldno.
    move hist-numeral to qaw-numeral.
    move hist-value to qaw-value.
    write qawRecord.

*> Procedure to load the worksheet whole
loadWorksheetProcedure.
    move zero to qawCount.
    move zero to full-switch.
    open input qawFile.
    if qaw-status-1 = '0' and qaw-status-2 = '0'
        move 1 to eof-switch
        perform readWorksheetProcedure until eof-switch = 0
        close qawFile
    else
        display "No worksheet " qawFileName " - draw the sample first"
        move 8 to return-code
    end-if.

*> Procedure to hold one worksheet line
readWorksheetProcedure.
    read qawFile
        at end move zero to eof-switch
        not at end
            if qawCount is less than qawMax
                add 1 to qawCount
                move qawRecord to qawLine(qawCount)
            else
                move 1 to full-switch
                move zero to eof-switch
            end-if
    end-read.

*> Procedure to write the worksheet back with what was keyed or posted
rewriteWorksheetProcedure.
    open output qawFile.
    if qaw-status-1 = '0' and qaw-status-2 = '0'
        move 1 to qawIndex
        perform rewriteLineProcedure until qawIndex is greater than qawCount
        close qawFile
    else
        display "Unable to rewrite worksheet " qawFileName
        move 16 to return-code
    end-if.

*> Procedure to write one held line back
rewriteLineProcedure.
    move qawLine(qawIndex) to qawRecord.
    write qawRecord.
    add 1 to qawIndex.

*> Procedure to take the clerk through every unverified sample line
verifyProcedure.
    perform loadWorksheetProcedure.
    if qawCount is equal to zero
        goback
    end-if.
    if worksheet-full
        display "Worksheet too large to verify in one pass"
        move 8 to return-code
        goback
    end-if.
    move zero to verifyDone-switch.
    move zero to verifiedNow.
    move 1 to qawIndex.
    perform verifyLineProcedure
        until qawIndex is greater than qawCount or verify-stopped.
    perform rewriteWorksheetProcedure.
    move verifiedNow to formattedCount.
    display "lines verified this session: " formattedCount.

*> Procedure to put one unverified line to the clerk
verifyLineProcedure.
    move qawLine(qawIndex) to qawRecord.
    if qaw-type is equal to "S" and qaw-verdict is equal to space
        display " "
        display qaw-sample " " function trim(qaw-filename) " line "
            qaw-lineno " field " qaw-fieldno
        display "   keyed " function trim(qaw-numeral) " converted to "
            qaw-value
        display "   (A)gree, (D)isagree, (Q)uit for now: "
            with no advancing
        accept clerkAnswer
        move function upper-case(clerkAnswer) to clerkAnswer
        evaluate clerkAnswer
            when "A"
                move "A" to qaw-verdict
                move operatorId to qaw-clerk
                add 1 to verifiedNow
            when "D"
                perform keyCorrectValueProcedure
                if correctNum is numeric
                    move "D" to qaw-verdict
                    move correctNum to qaw-correct
                    move operatorId to qaw-clerk
                    add 1 to verifiedNow
                else
                    display "   value must be numeric - line left unverified"
                end-if
            when "Q"
                move 1 to verifyDone-switch
            when other
                display "   line left unverified"
        end-evaluate
        move qawRecord to qawLine(qawIndex)
    end-if.
    add 1 to qawIndex.

*> Procedure to take the value the source actually reads
keyCorrectValueProcedure.
    display "   value the source reads: " with no advancing.
    accept correctText.
    move function trim(correctText) to correctText.
    move spaces to correctNum.
    if correctText is not equal to spaces
        move function numval(correctText) to correctValue
        if function test-numval(correctText) is not equal to zero
            move spaces to correctNum
        end-if
    end-if.

*> Procedure to score the worksheet and post the disagreements
scoreProcedure.
    perform loadWorksheetProcedure.
    if qawCount is equal to zero
        goback
    end-if.
    if worksheet-full
        display "Worksheet too large to score in one pass"
        move 8 to return-code
        goback
    end-if.
    move zero to scoreCount.
    move zero to grandKeyed.
    move zero to grandAgree.
    move zero to totUnkeyed.
    move zero to totPosted.
    move zero to excPosted-switch.
    perform qaReasonProcedure.
    move 1 to qawIndex.
    perform scoreLineProcedure until qawIndex is greater than qawCount.
    if exception-is-open
        close exceptionFile
    end-if.
    if totPosted is greater than zero
        perform rewriteWorksheetProcedure
    end-if.
    open output reportFile.
    if rpt-status-1 = '0' and rpt-status-2 = '0'
        move 1 to rpt-switch
    else
        display "Unable to open QA report file, continuing with console only"
    end-if.
    move spaces to reportRecord.
    string "CONVERSION QA SCORE - RUN DATE " sampleDateX "  SCORED "
        runDate delimited by size into reportRecord.
    perform putLineProcedure.
    move "                                KEYED  AGREE  ACCURACY  95% LOW  95% HIGH"
        to reportRecord.
    perform putLineProcedure.
    move "BY FEED" to reportRecord.
    perform putLineProcedure.
    move "F" to scoreKind.
    move 1 to scoreIndex.
    perform printScoreProcedure until scoreIndex is greater than scoreCount.
    move "BY RUN (SOURCE FILE)" to reportRecord.
    perform putLineProcedure.
    move "R" to scoreKind.
    move 1 to scoreIndex.
    perform printScoreProcedure until scoreIndex is greater than scoreCount.
    move "ALL FEEDS" to scoreName.
    move grandKeyed to totKeyed.
    move grandAgree to totAgree.
    perform printTotalProcedure.
    move totUnkeyed to formattedCount.
    move spaces to reportRecord.
    string "lines not yet verified        : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totPosted to formattedCount.
    move spaces to reportRecord.
    string "disagreements posted (REASON 14): " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    if report-is-open
        close reportFile
    end-if.
    if totUnkeyed is greater than zero
        move 4 to return-code
    end-if.

*> Procedure to fold one worksheet line into the feed and run groups,
*> posting it to the exception queue if it is an unposted disagreement
scoreLineProcedure.
    move qawLine(qawIndex) to qawRecord.
    if qaw-type is equal to "S"
        if qaw-verdict is equal to "A" or qaw-verdict is equal to "D"
            add 1 to grandKeyed
            if qaw-verdict is equal to "A"
                add 1 to grandAgree
            end-if
            move "F" to scoreKind
            move qaw-feed to scoreName
            perform addScoreProcedure
            move "R" to scoreKind
            move qaw-filename to scoreName
            perform addScoreProcedure
            if qaw-verdict is equal to "D" and qaw-posted is not equal to "X"
                perform postDisagreementProcedure
                move qawRecord to qawLine(qawIndex)
            end-if
        else
            add 1 to totUnkeyed
        end-if
    end-if.
    add 1 to qawIndex.

*> Procedure to count the line in hand into its group
addScoreProcedure.
    move zero to scoreFound.
    move 1 to scoreIndex.
    perform scanScoreProcedure
        until scoreIndex is greater than scoreCount or scoreFound > 0.
    if scoreFound is equal to zero and scoreCount is less than scoreMax
        add 1 to scoreCount
        move scoreCount to scoreFound
        move scoreKind to sc-kind(scoreFound)
        move scoreName to sc-name(scoreFound)
        move zero to sc-keyed(scoreFound)
        move zero to sc-agree(scoreFound)
    end-if.
    if scoreFound is greater than zero
        add 1 to sc-keyed(scoreFound)
        if qaw-verdict is equal to "A"
            add 1 to sc-agree(scoreFound)
        end-if
    end-if.

*> Procedure to test one group against the line in hand
scanScoreProcedure.
    if sc-kind(scoreIndex) is equal to scoreKind
        and sc-name(scoreIndex) is equal to scoreName
        move scoreIndex to scoreFound
    end-if.
    add 1 to scoreIndex.

*> Procedure to print one group of the kind being listed
printScoreProcedure.
    if sc-kind(scoreIndex) is equal to scoreKind
        move sc-keyed(scoreIndex) to totKeyed
        move sc-agree(scoreIndex) to totAgree
        move sc-name(scoreIndex) to scoreName
        perform printTotalProcedure
    end-if.
    add 1 to scoreIndex.

*> Procedure to print one accuracy line for totKeyed and totAgree -
*> the Wilson interval stays inside 0-100% even for small groups and
*> perfect scores, where the plain normal interval does not
printTotalProcedure.
    move totKeyed to formattedKeyed.
    move totAgree to formattedAgree.
    if totKeyed is equal to zero
        move spaces to reportRecord
        string "  " scoreName formattedKeyed " " formattedAgree
            "     (nothing verified)" delimited by size into reportRecord
    else
        compute pHat = totAgree / totKeyed
        compute wTerm = zSquared / totKeyed
        compute wDenom = 1 + wTerm
        compute wCentre = (pHat + (wTerm / 2)) / wDenom
        compute wVariance = (wTerm / 4) / totKeyed
        compute wVariance = wVariance + ((pHat * (1 - pHat)) / totKeyed)
        compute wHalf = (zValue * function sqrt(wVariance)) / wDenom
        compute wLow = wCentre - wHalf
        compute wHigh = wCentre + wHalf
        if wLow is less than zero
            move zero to wLow
        end-if
        if wHigh is greater than 1
            move 1 to wHigh
        end-if
        compute pctAccuracy rounded = pHat * 100
        compute pctLow rounded = wLow * 100
        compute pctHigh rounded = wHigh * 100
        move pctAccuracy to formattedAccuracy
        move pctLow to formattedLow
        move pctHigh to formattedHigh
        move spaces to reportRecord
        string "  " scoreName formattedKeyed " " formattedAgree
            "    " formattedAccuracy "%   " formattedLow "%   "
            formattedHigh "%" delimited by size into reportRecord
    end-if.
    perform putLineProcedure.

*> Procedure to find reason 14 on the reason-code master - with no
*> master, or the code not on it, the built-in text goes out unrated
qaReasonProcedure.
    move "REASON 14 - QA DISAGREEMENT" to qaReasonText.
    move space to qaSeverity.
    open input rsnFile.
    if rsn-status-1 = '0' and rsn-status-2 = '0'
        move 1 to eof-switch
        perform readQaReasonProcedure until eof-switch = 0
        close rsnFile
    end-if.
    move 1 to eof-switch.

*> Procedure to read one master record, keeping reason 14's
readQaReasonProcedure.
    read rsnFile
        at end move zero to eof-switch
        not at end
            if rsn-code is numeric and rsn-code is equal to 14
                move rsn-severity to qaSeverity
                if rsn-desc is not equal to spaces
                    move spaces to qaReasonText
                    string "REASON 14 - " rsn-desc
                        delimited by size into qaReasonText
                end-if
            end-if
    end-read.

*> Procedure to post one disagreement to the exception queue, in the
*> converter's exception layout, with the value the clerk keyed
postDisagreementProcedure.
    if not exception-is-open
        open extend exceptionFile
        if exc-status-1 not = '0' or exc-status-2 not = '0'
            open output exceptionFile
        end-if
        if exc-status-1 = '0' and exc-status-2 = '0'
            move 1 to excPosted-switch
        end-if
    end-if.
    if exception-is-open
        perform nextExcIdProcedure
        move spaces to exceptionRecord
        string qaw-numeral qaReasonText " POS 00 CHR  "
            " CORRECT " qaw-correct delimited by size into exceptionRecord
        move runDate to exceptionRecord(92:8)
        move qaSeverity to exceptionRecord(100:1)
        move excIdText to exceptionRecord(101:12)
        move qaw-filename to exceptionRecord(114:30)
        move qaw-lineno to excLineDisp
        move excLineDisp to exceptionRecord(145:6)
        write exceptionRecord
        move "X" to qaw-posted
        move excIdText to qaw-excid
        add 1 to totPosted
    end-if.

*> Procedure to fold today's persisted exception ID sequence into
*> excSeqLast, keeping whichever is higher
readExcIdProcedure.
    open input excIdFile.
    if excid-status-1 = '0' and excid-status-2 = '0'
        read excIdFile
            not at end
                if excIdRecord(1:8) is numeric
                    and excn-date is equal to runDate
                    and excn-seq is greater than excSeqLast
                    move excn-seq to excSeqLast
                end-if
        end-read
        close excIdFile
    end-if.

*> Procedure to issue the next exception ID and persist the counter on
*> the spot, re-reading it first so a converter run sharing the window
*> and this program both advance the one shared counter
nextExcIdProcedure.
    perform readExcIdProcedure.
    add 1 to excSeqLast.
    move runDate to excid-date.
    move excSeqLast to excid-seq.
    open output excIdFile.
    if excid-status-1 = '0' and excid-status-2 = '0'
        move spaces to excIdRecord
        move runDate to excn-date
        move excSeqLast to excn-seq
        write excIdRecord
        close excIdFile
    end-if.

*> Procedure to put one built line on the console and the report
putLineProcedure.
    display reportRecord.
    if report-is-open
        write reportRecord
    end-if.

end program convqa.
