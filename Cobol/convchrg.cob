*> Monthly per-feed usage chargeback
*> Conversion work is done for four feeds - the bureau's numerals, the
*> registrar's certificates, the ledger captures and the media
*> extracts - and each owning department is charged for its share of
*> the batch window. This program builds the month's charges from
*> three retained logs: the run control totals on CONVCTLG.TXT
*> (records converted and rejected, and the feed profile each run
*> went under), the timing log RUNTIME.TXT (elapsed time per run), and
*> the disposition trail CONVDISP.TXT (exceptions the repair clerks
*> worked in excrepair, each carrying the source file it came from).
*> The rate table CHGRATE.TXT holds two kinds of card:
*>   R dept         conv    rej     minute  surch
*>     column 1 "R", department 3-14, then four 9(3)v9(4) rates in
*>     16-22, 24-30, 32-38 and 40-46 - per record converted, per
*>     record rejected, per elapsed minute, and the surcharge per
*>     exception worked
*>   F feed         dept         file-name prefix
*>     column 1 "F", feed profile name 3-14, owning department 16-27,
*>     and an optional file-name prefix 29-58 that claims runs made
*>     without a profile card
*> A run that maps to no feed, the sieve, and every other timed
*> utility go to the shop-overhead line, charged at the rates of an
*> R card for department OVERHEAD if there is one.
*> The month is the current one, or yyyymm in columns 1-6 of the
*> optional CHGPARM.TXT card. The printable statement - one page per
*> department, then the overhead page - goes to CONVCHRG.TXT, and the
*> delimited file finance loads to CHGFIN.TXT, one line per feed and
*> one for overhead.
identification division.
program-id. convchrg.
environment division.
input-output section.
file-control.
    select parmCard assign to "CHGPARM.TXT" organization is line sequential
    file status is parm-status.
    select rateFile assign to "CHGRATE.TXT" organization is line sequential
    file status is rate-status.
    select ctlgFile assign to "CONVCTLG.TXT" organization is line sequential
    file status is ctlg-status.
    select timeFile assign to "RUNTIME.TXT" organization is line sequential
    file status is time-status.
    select dispFile assign to "CONVDISP.TXT" organization is line sequential
    file status is disp-status.
    select reportFile assign to "CONVCHRG.TXT" organization is line sequential
    file status is rpt-status.
    select finFile assign to "CHGFIN.TXT" organization is line sequential
    file status is fin-status.
data division.
file section.
fd parmCard.
    01 parmRecord pic x(80).
fd rateFile.
    01 rateRecord.
        05 rate-type    pic x.
        05 filler       pic x.
        05 rate-dept    pic x(12).
        05 filler       pic x.
        05 rate-conv    pic 9(3)v9(4).
        05 filler       pic x.
        05 rate-rej     pic 9(3)v9(4).
        05 filler       pic x.
        05 rate-minute  pic 9(3)v9(4).
        05 filler       pic x.
        05 rate-surch   pic 9(3)v9(4).
    01 feedCard.
        05 feed-type    pic x.
        05 filler       pic x.
        05 feed-name    pic x(12).
        05 filler       pic x.
        05 feed-dept    pic x(12).
        05 filler       pic x.
        05 feed-prefix  pic x(30).
fd ctlgFile.
    copy "convctlg.cpy".
fd timeFile.
    01 timeRecord pic x(100).
fd dispFile.
    01 dispRecord pic x(150).
fd reportFile.
    01 reportRecord pic x(80).
fd finFile.
    01 finRecord pic x(120).
working-storage section.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.
01 rate-status.
    05 rate-status-1 pic x.
    05 rate-status-2 pic x.
01 ctlg-status.
    05 ctlg-status-1 pic x.
    05 ctlg-status-2 pic x.
01 time-status.
    05 time-status-1 pic x.
    05 time-status-2 pic x.
01 disp-status.
    05 disp-status-1 pic x.
    05 disp-status-2 pic x.
01 rpt-status.
    05 rpt-status-1 pic x.
    05 rpt-status-2 pic x.
01 fin-status.
    05 fin-status-1 pic x.
    05 fin-status-2 pic x.

77 eof-switch pic 9 value 1.
*> Switch to remember whether the statement file opened
77 rpt-switch pic 9 value 0.
    88 report-is-open value 1.
77 runDate    pic 9(8).
77 chargeMonth pic x(6).

*> One entry per department on a rate card - its rates and the
*> month's total charge
01 deptTable.
    05 deptEntry occurs 20 times.
        10 dt-dept    pic x(12).
        10 dt-conv    pic 9(3)v9(4).
        10 dt-rej     pic 9(3)v9(4).
        10 dt-minute  pic 9(3)v9(4).
        10 dt-surch   pic 9(3)v9(4).
        10 dt-charge  pic 9(9)v99.
77 deptCount  pic 99 usage is comp value 0.
77 deptMax    pic 99 value 20.
77 deptIndex  pic 99 usage is comp.
77 deptFound  pic 99 usage is comp.
77 lookDept   pic x(12).

*> One entry per feed on a feed card - its owner and the month's
*> usage. The last entry is kept for the shop-overhead line
01 feedTable.
    05 feedEntry occurs 21 times.
        10 ft-name    pic x(12).
        10 ft-dept    pic x(12).
        10 ft-prefix  pic x(30).
        10 ft-deptix  pic 99 usage is comp.
        10 ft-runs    pic 9(6) usage is comp.
        10 ft-conv    pic 9(8) usage is comp.
        10 ft-rej     pic 9(8) usage is comp.
        10 ft-seconds pic 9(8) usage is comp.
        10 ft-worked  pic 9(6) usage is comp.
        10 ft-charge  pic 9(9)v99.
77 feedCount  pic 99 usage is comp value 0.
77 feedMax    pic 99 value 20.
77 feedIndex  pic 99 usage is comp.
77 feedFound  pic 99 usage is comp.
77 overheadIx pic 99 value 21.
77 prefixLen  pic 99 usage is comp.
77 lookProfile pic x(12).
77 lookFile   pic x(30).

*> The month's converter runs off the control log, so each timing
*> record and each worked exception can be charged to the feed the
*> run belonged to
01 runTable.
    05 runEntry occurs 3000 times.
        10 rt-date    pic 9(8).
        10 rt-file    pic x(30).
        10 rt-start   pic 9(8).
        10 rt-feedix  pic 99 usage is comp.
77 runCount   pic 9(4) usage is comp value 0.
77 runMax     pic 9(4) value 3000.
77 runIndex   pic 9(4) usage is comp.
77 runFound   pic 9(4) usage is comp.

*> Fields split out of the timing record in hand
01 recDateX   pic x(8).
01 recDateN redefines recDateX pic 9(8).
01 recStartX  pic x(8).
01 recStartN redefines recStartX pic 9(8).
01 numText6   pic x(6).
01 numValue6 redefines numText6 pic 9(6).
77 recProgram pic x(12).

*> Charge working fields
77 chargeMinutes pic 9(7)v99.
77 chargeConv    pic 9(9)v99.
77 chargeRej     pic 9(9)v99.
77 chargeTime    pic 9(9)v99.
77 chargeSurch   pic 9(9)v99.
77 chargeRateIx  pic 99 usage is comp.
77 grandCharge   pic 9(9)v99.
77 totUnmapped   pic 9(6) usage is comp value 0.
77 totOverheadRuns pic 9(6) usage is comp value 0.
77 formattedCount  pic z(7)9.
77 formattedMinutes pic z(6)9.99.
77 formattedAmount pic z(8)9.99.
77 finMinutes    pic 9(7).99.
77 finAmount     pic 9(9).99.
77 finCount      pic 9(8).
77 finPtr        pic 9(3).

*> Main procedure - load the rates and feeds, gather the month's
*> usage by feed, then price it and print the statements
procedure division.
    display "---Monthly usage chargeback---".
    accept runDate from date yyyymmdd.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move 1 to eof-switch.
    move zero to rpt-switch.
    move zero to deptCount.
    move zero to feedCount.
    move zero to runCount.
    move zero to totUnmapped.
    move zero to totOverheadRuns.
    move zero to grandCharge.
    move runDate(1:6) to chargeMonth.
    open input parmCard.
    if parm-status-1 = '0' and parm-status-2 = '0'
        read parmCard
            not at end
                if parmRecord(1:6) is numeric
                    move parmRecord(1:6) to chargeMonth
                end-if
        end-read
        close parmCard
    end-if.
    perform loadRateProcedure.
    if deptCount is equal to zero
        display "No department rate cards on CHGRATE.TXT - no charges"
        move 8 to return-code
        goback
    end-if.
    move spaces to feedEntry(overheadIx).
    move "OVERHEAD" to ft-name(overheadIx).
    move "OVERHEAD" to ft-dept(overheadIx).
    move "OVERHEAD" to lookDept.
    perform findDeptProcedure.
    move deptFound to ft-deptix(overheadIx).
    move 1 to feedIndex.
    perform clearFeedProcedure until feedIndex is greater than overheadIx.
    perform loadControlLogProcedure.
    perform loadTimingProcedure.
    perform loadWorkedProcedure.
    move 1 to feedIndex.
    perform priceFeedProcedure until feedIndex is greater than feedCount.
    move overheadIx to feedIndex.
    perform priceFeedProcedure.
    open output reportFile.
    if rpt-status-1 = '0' and rpt-status-2 = '0'
        move 1 to rpt-switch
    else
        display "Unable to open chargeback statement CONVCHRG.TXT"
    end-if.
    open output finFile.
    if fin-status-1 not = '0' or fin-status-2 not = '0'
        display "Unable to open finance file CHGFIN.TXT"
        move 8 to return-code
    end-if.
    move 1 to deptIndex.
    perform deptStatementProcedure until deptIndex is greater than deptCount.
    perform overheadStatementProcedure.
    if fin-status-1 = '0' and fin-status-2 = '0'
        close finFile
    end-if.
    if report-is-open
        close reportFile
    end-if.
    goback.

*> Procedure to load the rate table's department and feed cards
loadRateProcedure.
    open input rateFile.
    if rate-status-1 = '0' and rate-status-2 = '0'
        move 1 to eof-switch
        perform readRateProcedure until eof-switch = 0
        close rateFile
    else
        display "Unable to open rate table CHGRATE.TXT"
    end-if.
    move 1 to feedIndex.
    perform linkFeedProcedure until feedIndex is greater than feedCount.

*> Procedure to read one rate table card
readRateProcedure.
    read rateFile
        at end move zero to eof-switch
        not at end
            evaluate function upper-case(rate-type)
                when "R"
                    if deptCount is less than deptMax
                        and rate-conv is numeric and rate-rej is numeric
                        and rate-minute is numeric and rate-surch is numeric
                        add 1 to deptCount
                        move function upper-case(rate-dept)
                            to dt-dept(deptCount)
                        move rate-conv to dt-conv(deptCount)
                        move rate-rej to dt-rej(deptCount)
                        move rate-minute to dt-minute(deptCount)
                        move rate-surch to dt-surch(deptCount)
                        move zero to dt-charge(deptCount)
                    else
                        display "Rate card ignored: " rateRecord
                    end-if
                when "F"
                    if feedCount is less than feedMax
                        add 1 to feedCount
                        move feed-name to ft-name(feedCount)
                        move function upper-case(feed-dept)
                            to ft-dept(feedCount)
                        move feed-prefix to ft-prefix(feedCount)
                    end-if
            end-evaluate
    end-read.

*> Procedure to tie one feed to its department's rates - a feed whose
*> department has no rate card is charged to overhead
linkFeedProcedure.
    move ft-dept(feedIndex) to lookDept.
    perform findDeptProcedure.
    move deptFound to ft-deptix(feedIndex).
    if deptFound is equal to zero
        display "Feed " ft-name(feedIndex) " department "
            ft-dept(feedIndex) " has no rate card - charged to overhead"
    end-if.
    add 1 to feedIndex.

*> Procedure to find a department on the rate table
findDeptProcedure.
    move zero to deptFound.
    move 1 to deptIndex.
    perform scanDeptProcedure
        until deptIndex is greater than deptCount or deptFound > 0.

*> Procedure to test one department entry
scanDeptProcedure.
    if dt-dept(deptIndex) is equal to lookDept
        move deptIndex to deptFound
    end-if.
    add 1 to deptIndex.

*> Procedure to zero one feed's usage
clearFeedProcedure.
    move zero to ft-runs(feedIndex).
    move zero to ft-conv(feedIndex).
    move zero to ft-rej(feedIndex).
    move zero to ft-seconds(feedIndex).
    move zero to ft-worked(feedIndex).
    move zero to ft-charge(feedIndex).
    add 1 to feedIndex.

*> Procedure to find the feed a run belongs to - by the profile it ran
*> under, else by a feed's file-name prefix. A run that matches no
*> feed, or whose feed has no rate card, lands on overhead
findFeedProcedure.
    move zero to feedFound.
    if lookProfile is not equal to spaces
        move 1 to feedIndex
        perform scanFeedNameProcedure
            until feedIndex is greater than feedCount or feedFound > 0
    end-if.
    if feedFound is equal to zero
        move 1 to feedIndex
        perform scanFeedPrefixProcedure
            until feedIndex is greater than feedCount or feedFound > 0
    end-if.
    if feedFound is greater than zero
        if ft-deptix(feedFound) is equal to zero
            move overheadIx to feedFound
        end-if
    else
        move overheadIx to feedFound
        add 1 to totUnmapped
    end-if.

*> Procedure to test one feed's profile name
scanFeedNameProcedure.
    if ft-name(feedIndex) is equal to lookProfile
        move feedIndex to feedFound
    end-if.
    add 1 to feedIndex.

*> Procedure to test one feed's file-name prefix
scanFeedPrefixProcedure.
    if ft-prefix(feedIndex) is not equal to spaces
        move function length(function trim(ft-prefix(feedIndex)))
            to prefixLen
        if lookFile(1:prefixLen) is equal to ft-prefix(feedIndex)(1:prefixLen)
            move feedIndex to feedFound
        end-if
    end-if.
    add 1 to feedIndex.

*> Procedure to read the month's runs off the control log
loadControlLogProcedure.
    open input ctlgFile.
    if ctlg-status-1 = '0' and ctlg-status-2 = '0'
        move 1 to eof-switch
        perform readControlLogProcedure until eof-switch = 0
        close ctlgFile
    else
        display "Unable to open control log CONVCTLG.TXT"
    end-if.

*> Procedure to charge one run's control totals to its feed, and keep
*> the run so its timing record can find the same feed
readControlLogProcedure.
    read ctlgFile
        at end move zero to eof-switch
        not at end
            if ctlgRecord(1:6) is equal to chargeMonth
                and ctlg-read is numeric and ctlg-conv is numeric
                and ctlg-rej is numeric
                move ctlg-profile to lookProfile
                move ctlg-filename to lookFile
                perform findFeedProcedure
                add 1 to ft-runs(feedFound)
                add ctlg-conv to ft-conv(feedFound)
                add ctlg-rej to ft-rej(feedFound)
                if runCount is less than runMax
                    add 1 to runCount
                    move ctlg-date to rt-date(runCount)
                    move ctlg-filename to rt-file(runCount)
                    move ctlg-start to rt-start(runCount)
                    move feedFound to rt-feedix(runCount)
                end-if
            end-if
    end-read.

*> Procedure to read the month's elapsed times off the timing log
loadTimingProcedure.
    open input timeFile.
    if time-status-1 = '0' and time-status-2 = '0'
        move 1 to eof-switch
        perform readTimingProcedure until eof-switch = 0
        close timeFile
    else
        display "Unable to open timing log RUNTIME.TXT"
    end-if.

*> Procedure to charge one timing record's elapsed time - a converter
*> run to the feed its control-log entry went to, anything else to
*> overhead
readTimingProcedure.
    read timeFile
        at end move zero to eof-switch
        not at end
            move timeRecord(5:8) to recDateX
            move timeRecord(76:6) to numText6
            if recDateX(1:6) is equal to chargeMonth
                and numText6 is numeric
                move timeRecord(14:12) to recProgram
                move timeRecord(27:30) to lookFile
                move timeRecord(58:8) to recStartX
                move overheadIx to feedFound
                if recProgram is equal to "ROMANA3_1"
                    perform matchRunProcedure
                else
                    add 1 to totOverheadRuns
                end-if
                add numValue6 to ft-seconds(feedFound)
            end-if
    end-read.

*> Procedure to find the control-log run a converter timing record
*> belongs to - a timing record with no control-log entry is mapped
*> by its file name alone
matchRunProcedure.
    move zero to runFound.
    move 1 to runIndex.
    perform scanRunProcedure
        until runIndex is greater than runCount or runFound > 0.
    if runFound is greater than zero
        move rt-feedix(runFound) to feedFound
    else
        move spaces to lookProfile
        perform findFeedProcedure
    end-if.

*> Procedure to test one run against the timing record
scanRunProcedure.
    if rt-date(runIndex) is equal to recDateN
        and rt-file(runIndex) is equal to lookFile
        and rt-start(runIndex) is equal to recStartN
        move runIndex to runFound
    end-if.
    add 1 to runIndex.

*> Procedure to read the month's repair work off the disposition trail
loadWorkedProcedure.
    open input dispFile.
    if disp-status-1 = '0' and disp-status-2 = '0'
        move 1 to eof-switch
        perform readWorkedProcedure until eof-switch = 0
        close dispFile
    end-if.

*> Procedure to count one exception the repair clerk worked - a
*> correction or a write-off request; one left pending was not worked
*> and an approval is the approver's, not the repair clerk's
readWorkedProcedure.
    read dispFile
        at end move zero to eof-switch
        not at end
            if dispRecord(1:6) is equal to chargeMonth
                and dispRecord(113:8) is equal to spaces
                and (dispRecord(41:10) is equal to "CORRECTED "
                or dispRecord(41:17) is equal to "PENDING-APPROVAL ")
                move spaces to lookProfile
                move dispRecord(121:30) to lookFile
                perform findWorkedFeedProcedure
                add 1 to ft-worked(feedFound)
            end-if
    end-read.

*> Procedure to find the feed of a worked exception's source file -
*> the feed the month's last run of that file went to, else by the
*> file name alone
findWorkedFeedProcedure.
    move zero to runFound.
    move 1 to runIndex.
    perform scanRunFileProcedure until runIndex is greater than runCount.
    if runFound is greater than zero
        move rt-feedix(runFound) to feedFound
    else
        if lookFile is equal to spaces
            move overheadIx to feedFound
        else
            perform findFeedProcedure
        end-if
    end-if.

*> Procedure to test one run's file name against the source file
scanRunFileProcedure.
    if rt-file(runIndex) is equal to lookFile
        and lookFile is not equal to spaces
        move runIndex to runFound
    end-if.
    add 1 to runIndex.

*> Procedure to price one feed's usage at its department's rates and
*> add it to the department's total
priceFeedProcedure.
    move ft-deptix(feedIndex) to chargeRateIx.
    compute chargeMinutes rounded = ft-seconds(feedIndex) / 60.
    if chargeRateIx is greater than zero
        compute chargeConv rounded =
            ft-conv(feedIndex) * dt-conv(chargeRateIx)
        compute chargeRej rounded =
            ft-rej(feedIndex) * dt-rej(chargeRateIx)
        compute chargeTime rounded =
            chargeMinutes * dt-minute(chargeRateIx)
        compute chargeSurch rounded =
            ft-worked(feedIndex) * dt-surch(chargeRateIx)
        compute ft-charge(feedIndex) =
            chargeConv + chargeRej + chargeTime + chargeSurch
        add ft-charge(feedIndex) to dt-charge(chargeRateIx)
    else
        move zero to ft-charge(feedIndex)
    end-if.
    add 1 to feedIndex.

*> Procedure to print one department's statement - a line set per
*> feed it owns, then the department total
deptStatementProcedure.
    if dt-dept(deptIndex) is not equal to "OVERHEAD"
        move spaces to reportRecord
        string "USAGE CHARGEBACK STATEMENT  MONTH " chargeMonth
            "  RUN " runDate
            delimited by size into reportRecord
        perform putLineProcedure
        move spaces to reportRecord
        string "DEPARTMENT: " dt-dept(deptIndex)
            delimited by size into reportRecord
        perform putLineProcedure
        move "==================================================" to
            reportRecord
        perform putLineProcedure
        move 1 to feedIndex
        perform deptFeedProcedure until feedIndex is greater than feedCount
        move dt-charge(deptIndex) to formattedAmount
        move spaces to reportRecord
        string "DEPARTMENT TOTAL                     " formattedAmount
            delimited by size into reportRecord
        perform putLineProcedure
        move spaces to reportRecord
        perform putLineProcedure
        perform putLineProcedure
        add dt-charge(deptIndex) to grandCharge
    end-if.
    add 1 to deptIndex.

*> Procedure to print one feed if the department in hand owns it
deptFeedProcedure.
    if ft-deptix(feedIndex) is equal to deptIndex
        perform printFeedProcedure
    end-if.
    add 1 to feedIndex.

*> Procedure to print the shop-overhead page - the sieve and utility
*> runs and every run no feed claimed
overheadStatementProcedure.
    move spaces to reportRecord.
    string "USAGE CHARGEBACK STATEMENT  MONTH " chargeMonth
        "  RUN " runDate
        delimited by size into reportRecord.
    perform putLineProcedure.
    move "SHOP OVERHEAD" to reportRecord.
    perform putLineProcedure.
    move "==================================================" to
        reportRecord.
    perform putLineProcedure.
    move overheadIx to feedIndex.
    perform printFeedProcedure.
    move totOverheadRuns to formattedCount.
    move spaces to reportRecord.
    string "  SIEVE AND UTILITY RUNS  " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totUnmapped to formattedCount.
    move spaces to reportRecord.
    string "  RUNS NO FEED CLAIMED    " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    add ft-charge(overheadIx) to grandCharge.
    move spaces to reportRecord.
    perform putLineProcedure.
    move grandCharge to formattedAmount.
    move spaces to reportRecord.
    string "TOTAL CHARGED, ALL DEPARTMENTS       " formattedAmount
        delimited by size into reportRecord.
    perform putLineProcedure.

*> Procedure to print one feed's usage and charge, and write its line
*> to the finance file
printFeedProcedure.
    move ft-deptix(feedIndex) to chargeRateIx.
    compute chargeMinutes rounded = ft-seconds(feedIndex) / 60.
    move spaces to reportRecord.
    string "FEED " ft-name(feedIndex)
        delimited by size into reportRecord.
    perform putLineProcedure.
    move ft-runs(feedIndex) to formattedCount.
    move spaces to reportRecord.
    string "  RUNS                    " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move ft-conv(feedIndex) to formattedCount.
    move spaces to reportRecord.
    string "  RECORDS CONVERTED       " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move ft-rej(feedIndex) to formattedCount.
    move spaces to reportRecord.
    string "  RECORDS REJECTED        " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move chargeMinutes to formattedMinutes.
    move spaces to reportRecord.
    string "  ELAPSED MINUTES       " formattedMinutes
        delimited by size into reportRecord.
    perform putLineProcedure.
    move ft-worked(feedIndex) to formattedCount.
    move spaces to reportRecord.
    string "  EXCEPTIONS WORKED       " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move ft-charge(feedIndex) to formattedAmount.
    move spaces to reportRecord.
    string "  CHARGE                             " formattedAmount
        delimited by size into reportRecord.
    perform putLineProcedure.
    if fin-status-1 = '0' and fin-status-2 = '0'
        move spaces to finRecord
        move 1 to finPtr
        move chargeMinutes to finMinutes
        move ft-charge(feedIndex) to finAmount
        string chargeMonth "," function trim(ft-dept(feedIndex)) ","
            function trim(ft-name(feedIndex)) ","
            delimited by size into finRecord with pointer finPtr
        move ft-runs(feedIndex) to finCount
        perform finCountProcedure
        move ft-conv(feedIndex) to finCount
        perform finCountProcedure
        move ft-rej(feedIndex) to finCount
        perform finCountProcedure
        string finMinutes ","
            delimited by size into finRecord with pointer finPtr
        move ft-worked(feedIndex) to finCount
        perform finCountProcedure
        string finAmount
            delimited by size into finRecord with pointer finPtr
        write finRecord
    end-if.

*> Procedure to add one count and its delimiter to the finance line
finCountProcedure.
    string finCount ","
        delimited by size into finRecord with pointer finPtr.

*> Procedure to put one built line on the console and the statement
putLineProcedure.
    display reportRecord.
    if report-is-open
        write reportRecord
    end-if.

end program convchrg.
