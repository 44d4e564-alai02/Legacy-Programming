*> Month-end exception roll-forward and period close
*> excaging measures how old the queue is and exctrend what it is made
*> of, but finance closes the month on a balance: the exceptions
*> pending at the last close, plus the rejects raised since, less the
*> ones closed by a resubmission that converted (CONVEXCL.TXT) and the
*> ones finally written off (WRITTEN-OFF dispositions on CONVDISP.TXT -
*> a write-off still pending approval is not a write-off), must equal
*> what is pending on CONVEXC.TXT at the period end. This program
*> works that roll-forward exception ID by exception ID, so every ID
*> that does not reconcile is listed with why, and the column totals
*> are printed to the console and to CONVROLL.TXT.
*> The period is the business period ending on a period-end date of
*> the driver's calendar DRVCAL.TXT - the latest one at or before
*> today, or the one on the optional EXCCPARM.TXT card (yyyymmdd in
*> columns 1-8). It runs from the day after the last period closed.
*> A period that balances is closed: its closing pending list is
*> saved to CONVPBAL.TXT as the next period's opening balance, and
*> the period goes onto the close registry CONVPCLS.TXT, after which
*> the repair and approval utilities refuse to post dispositions
*> dated into it without an override. A period that does not balance
*> is left open with return code 8 unless the card carries "F" in
*> column 10, which forces the close (return code 4).
*> Activity dated after the period end - a late run - is put back:
*> an exception closed, corrected or written off since was still
*> pending when the period ended. A corrected exception whose
*> resubmission has not converted yet has left the queue but is not
*> cleared - it is counted pending, awaiting resubmission, and carried
*> in the closing balance until its closure arrives. The new rejects
*> are not taken only from where the IDs turn up: each date's IDs are
*> issued in sequence from 0001 (the counter on CONVEXCN.TXT), so any
*> number in a date's run that none of the files accounts for - a
*> record deleted by hand, say - is listed as issued but unaccounted
*> for, and the period does not balance.
identification division.
program-id. excclose.
environment division.
input-output section.
file-control.
    select exceptionFile assign to "CONVEXC.TXT" organization is line sequential
    file status is exception-status.
    select closeFile assign to "CONVEXCL.TXT" organization is line sequential
    file status is close-status.
    select dispFile assign to "CONVDISP.TXT" organization is line sequential
    file status is disp-status.
    select calendarFile assign to "DRVCAL.TXT" organization is line sequential
    file status is cal-status.
    select parmCard assign to "EXCCPARM.TXT" organization is line sequential
    file status is parm-status.
*> The exception ID counter - the date and sequence of the last ID
    select excIdFile assign to "CONVEXCN.TXT" organization is line sequential
    file status is excid-status.
*> Pending exceptions at the last close - the opening balance
    select balanceFile assign to "CONVPBAL.TXT" organization is line sequential
    file status is bal-status.
*> Registry of the periods closed so far
    select pclsFile assign to "CONVPCLS.TXT" organization is line sequential
    file status is pcls-status.
    select reportFile assign to "CONVROLL.TXT" organization is line sequential
    file status is rpt-status.
data division.
file section.
fd exceptionFile.
    01 exceptionRecord pic x(150).
fd closeFile.
    01 closeRecord pic x(80).
fd dispFile.
    01 dispRecord pic x(150).
fd calendarFile.
    01 calendarRecord.
        05 cal-date pic 9(8).
        05 filler   pic x.
        05 cal-type pic x.
fd parmCard.
    01 parmRecord pic x(80).
fd excIdFile.
    01 excIdRecord.
        05 excn-date pic 9(8).
        05 filler    pic x.
        05 excn-seq  pic 9(4).
*> A header carrying the period the balance closed, then one detail
*> per exception pending at that close
fd balanceFile.
    01 balRecord.
        05 bal-type    pic x.
        05 filler      pic x.
        05 bal-excid   pic x(12).
        05 filler      pic x.
        05 bal-numeral pic x(30).
    01 balHeader.
        05 balh-type   pic x.
        05 filler      pic x.
        05 balh-period pic 9(8).
        05 filler      pic x.
        05 balh-count  pic 9(6).
        05 filler      pic x(28).
fd pclsFile.
    copy "convpcls.cpy".
fd reportFile.
    01 reportRecord pic x(80).
working-storage section.
01 exception-status.
    05 exception-status-1 pic x.
    05 exception-status-2 pic x.
01 close-status.
    05 close-status-1 pic x.
    05 close-status-2 pic x.
01 disp-status.
    05 disp-status-1 pic x.
    05 disp-status-2 pic x.
01 cal-status.
    05 cal-status-1 pic x.
    05 cal-status-2 pic x.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.
01 excid-status.
    05 excid-status-1 pic x.
    05 excid-status-2 pic x.
01 bal-status.
    05 bal-status-1 pic x.
    05 bal-status-2 pic x.
01 pcls-status.
    05 pcls-status-1 pic x.
    05 pcls-status-2 pic x.
01 rpt-status.
    05 rpt-status-1 pic x.
    05 rpt-status-2 pic x.

77 eof-switch pic 9 value 1.
*> Switch to remember whether the report file opened
77 rpt-switch pic 9 value 0.
    88 report-is-open value 1.
*> Switch set when the card asks for an out-of-balance close
77 force-switch pic 9 value 0.
    88 force-close value 1.
*> Switch set when the ID table fills - the roll-forward is then
*> incomplete and the period cannot close
77 overflow-switch pic 9 value 0.
    88 table-overflowed value 1.

77 runDate    pic 9(8).
*> The period being closed - its end, the end of the last period
*> closed (the day before this one starts), and the latest
*> period-end date before it on the calendar
77 periodEnd  pic 9(8) value 0.
77 prevEnd    pic 9(8) value 0.
77 lastClosed pic 9(8) value 0.
77 calPrior   pic 9(8) value 0.
77 balPeriod  pic 9(8) value 0.
01 cardDateX  pic x(8).
01 cardDateN redefines cardDateX pic 9(8).
*> Numeric staging for the dates split out of the records in hand
01 stampDateX pic x(8).
01 stampDateN redefines stampDateX pic 9(8).
01 actDateX   pic x(8).
01 actDateN redefines actDateX pic 9(8).

*> Every exception ID the roll-forward touches, with where it was
*> found - in the opening balance, on the queue, closed, written off,
*> corrected and awaiting its resubmission, cleared only after the
*> period end, or issued in the date's sequence and found nowhere -
*> and whether it was pending at the period end
01 idTable.
    05 idEntry occurs 4000 times.
        10 id-excid   pic x(12).
        10 id-numeral pic x(30).
        10 id-open    pic x.
        10 id-queue   pic x.
        10 id-closed  pic x.
        10 id-woff    pic x.
        10 id-late    pic x.
        10 id-corrected pic x.
        10 id-gap     pic x.
        10 id-pending pic x.
77 idCount   pic 9(4) usage is comp value 0.
77 idMax     pic 9(4) value 4000.
77 idIndex   pic 9(4) usage is comp.
77 idFound   pic 9(4) usage is comp.
77 lookExcId pic x(12).
77 lookNumeral pic x(30).
77 priorCount pic 9(4) usage is comp.

*> The highest ID sequence issued on each date of the period - from
*> the IDs found and the ID counter - so the numbers in between that
*> nothing accounts for can be found
01 dateTable.
    05 dateEntry occurs 400 times.
        10 dt-date pic 9(8).
        10 dt-last pic 9(4).
77 dateCount pic 9(4) usage is comp value 0.
77 dateMax   pic 9(4) value 400.
77 dateIndex pic 9(4) usage is comp.
77 dateFound pic 9(4) usage is comp.
77 gapSeq    pic 9(4) usage is comp.
77 lookDate  pic 9(8).
01 lookSeqX  pic x(4).
01 lookSeqN redefines lookSeqX pic 9(4).
01 gapExcId.
    05 gap-date pic 9(8).
    05 gap-seq  pic 9(4).

*> Per-ID roll-forward working fields
77 rollNew      pic x.
77 rollExpected pic x.
77 rollActual   pic x.
77 diffText     pic x(34).

*> The roll-forward columns
77 totOpening   pic 9(6) usage is comp value 0.
77 totNew       pic 9(6) usage is comp value 0.
77 totClosures  pic 9(6) usage is comp value 0.
77 totWrittenOff pic 9(6) usage is comp value 0.
77 totClosing   pic 9(6) usage is comp value 0.
77 totAwaiting  pic 9(6) usage is comp value 0.
77 totUnaccounted pic 9(6) usage is comp value 0.
77 totComputed  pic s9(7) usage is comp value 0.
77 totDifference pic s9(7) usage is comp value 0.
77 totDiffs     pic 9(6) usage is comp value 0.
77 totNoId      pic 9(6) usage is comp value 0.
77 formattedCount pic z(5)9.
77 formattedSigned pic -(6)9.

*> Who closed the period - from the opersign service - and how it
*> closed, B balanced or F forced
77 operatorId  pic x(8).
77 closeState  pic x.

*> Central operations alert fields
77 alertSeverity pic x.
77 alertProgram  pic x(12) value "EXCCLOSE".
77 alertMessage  pic x(60).

*> Main procedure - fix the period, gather the opening balance and the
*> period's activity by exception ID, roll it forward, and close the
*> period if it balances
procedure division.
    display "---Exception period close---".
    accept runDate from date yyyymmdd.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move 1 to eof-switch.
    move zero to rpt-switch.
    move zero to force-switch.
    move zero to overflow-switch.
    move zero to periodEnd.
    move zero to prevEnd.
    move zero to lastClosed.
    move zero to calPrior.
    move zero to balPeriod.
    move zero to idCount.
    move zero to dateCount.
    move zero to totOpening.
    move zero to totNew.
    move zero to totClosures.
    move zero to totWrittenOff.
    move zero to totClosing.
    move zero to totAwaiting.
    move zero to totUnaccounted.
    move zero to totDiffs.
    move zero to totNoId.
    move zero to cardDateN.
    open input parmCard.
    if parm-status-1 = '0' and parm-status-2 = '0'
        read parmCard
            not at end
                if parmRecord(1:8) is numeric
                    move parmRecord(1:8) to cardDateX
                end-if
                if function upper-case(parmRecord(10:1)) is equal to "F"
                    move 1 to force-switch
                end-if
        end-read
        close parmCard
    end-if.
    perform readRegistryProcedure.
    perform readCalendarProcedure.
    if periodEnd is equal to zero
        if cardDateN is greater than zero
            display "Date " cardDateX " is not a period end on DRVCAL.TXT"
        else
            display "No period end on DRVCAL.TXT at or before " runDate
        end-if
        move 12 to return-code
        goback
    end-if.
    if periodEnd is not greater than lastClosed
        display "Period ending " periodEnd " is already closed - last "
            "close " lastClosed
        move 12 to return-code
        goback
    end-if.
    if lastClosed is greater than zero
        move lastClosed to prevEnd
    else
        move calPrior to prevEnd
    end-if.
    display "Period " prevEnd " (exclusive) to " periodEnd.
    perform loadOpeningProcedure.
    perform loadClosureProcedure.
    perform loadDispositionProcedure.
    perform loadQueueProcedure.
    perform issuedSequenceProcedure.
    open output reportFile.
    if rpt-status-1 = '0' and rpt-status-2 = '0'
        move 1 to rpt-switch
    else
        display "Unable to open roll-forward report CONVROLL.TXT"
    end-if.
    perform headingSectionProcedure.
    move 1 to idIndex.
    perform rollEntryProcedure until idIndex is greater than idCount.
    perform totalsSectionProcedure.
    perform closePeriodProcedure.
    if report-is-open
        close reportFile
    end-if.
    goback.

*> Procedure to find the last period closed from the close registry
readRegistryProcedure.
    open input pclsFile.
    if pcls-status-1 = '0' and pcls-status-2 = '0'
        move 1 to eof-switch
        perform readRegistryEntryProcedure until eof-switch = 0
        close pclsFile
    end-if.

*> Procedure to read one registry record, keeping the latest period
readRegistryEntryProcedure.
    read pclsFile
        at end move zero to eof-switch
        not at end
            if pclsRecord(1:8) is numeric
                and pcls-period is greater than lastClosed
                move pcls-period to lastClosed
            end-if
    end-read.

*> Procedure to find the period end to close and the one before it
*> on the calendar
readCalendarProcedure.
    open input calendarFile.
    if cal-status-1 = '0' and cal-status-2 = '0'
        move 1 to eof-switch
        perform readCalendarEntryProcedure until eof-switch = 0
        close calendarFile
        if periodEnd is greater than zero
            move 1 to eof-switch
            open input calendarFile
            perform readPriorEntryProcedure until eof-switch = 0
            close calendarFile
        end-if
    else
        display "Unable to open calendar DRVCAL.TXT"
    end-if.

*> Procedure to test one calendar entry as the period end - the
*> card's date if there is one, otherwise the latest period end at
*> or before today
readCalendarEntryProcedure.
    read calendarFile
        at end move zero to eof-switch
        not at end
            if calendarRecord(1:8) is numeric
                and function upper-case(cal-type) is equal to "E"
                if cardDateN is greater than zero
                    if cal-date is equal to cardDateN
                        move cal-date to periodEnd
                    end-if
                else
                    if cal-date is not greater than runDate
                        and cal-date is greater than periodEnd
                        move cal-date to periodEnd
                    end-if
                end-if
            end-if
    end-read.

*> Procedure to test one calendar entry as the period end before the
*> one being closed - used when no period has been closed yet
readPriorEntryProcedure.
    read calendarFile
        at end move zero to eof-switch
        not at end
            if calendarRecord(1:8) is numeric
                and function upper-case(cal-type) is equal to "E"
                and cal-date is less than periodEnd
                and cal-date is greater than calPrior
                move cal-date to calPrior
            end-if
    end-read.

*> Procedure to load the opening balance saved by the last close
loadOpeningProcedure.
    open input balanceFile.
    if bal-status-1 = '0' and bal-status-2 = '0'
        move 1 to eof-switch
        perform readOpeningProcedure until eof-switch = 0
        close balanceFile
    else
        display "No opening balance CONVPBAL.TXT - opening is zero"
    end-if.
    if balPeriod is not equal to lastClosed
        display "Opening balance is for period " balPeriod
            ", last close was " lastClosed
    end-if.

*> Procedure to read one opening balance record
readOpeningProcedure.
    read balanceFile
        at end move zero to eof-switch
        not at end
            if bal-type is equal to "H"
                if balRecord(3:8) is numeric
                    move balh-period to balPeriod
                end-if
            else
                move bal-excid to lookExcId
                move bal-numeral to lookNumeral
                perform findIdProcedure
                if idFound is greater than zero
                    move "Y" to id-open(idFound)
                end-if
            end-if
    end-read.

*> Procedure to load the closures - a closure dated after the period
*> end leaves the exception pending at the period end, and one dated
*> back into an earlier period counts only if its exception was still
*> open at the last close (a posting made under override)
loadClosureProcedure.
    open input closeFile.
    if close-status-1 = '0' and close-status-2 = '0'
        move 1 to eof-switch
        perform readClosureProcedure until eof-switch = 0
        close closeFile
    end-if.

*> Procedure to read one closure record - exception ID, CLOSED, the
*> date it closed, and the numeral that converted
readClosureProcedure.
    read closeFile
        at end move zero to eof-switch
        not at end
            if closeRecord(1:12) is not equal to spaces
                move closeRecord(21:8) to actDateX
                move closeRecord(1:12) to lookExcId
                move closeRecord(30:30) to lookNumeral
                if actDateX is numeric
                    perform postClosureProcedure
                end-if
            end-if
    end-read.

*> Procedure to post one closure against its exception ID
postClosureProcedure.
    move lookExcId(1:8) to stampDateX.
    if stampDateX is numeric
        and stampDateN is not greater than periodEnd
        perform findIdProcedure
        if idFound is greater than zero
            if actDateN is greater than periodEnd
                move "Y" to id-late(idFound)
            else
                if actDateN is greater than prevEnd
                    or id-open(idFound) is equal to "Y"
                    move "Y" to id-closed(idFound)
                end-if
            end-if
        end-if
    end-if.

*> Procedure to load the dispositions off the disposition trail -
*> the final write-offs, and every other disposition carrying an
*> exception ID
loadDispositionProcedure.
    open input dispFile.
    if disp-status-1 = '0' and disp-status-2 = '0'
        move 1 to eof-switch
        perform readDispositionProcedure until eof-switch = 0
        close dispFile
    end-if.

*> Procedure to read one disposition - only an approved WRITTEN-OFF
*> counts as a write-off; PENDING-APPROVAL and PENDING-RETURNED leave
*> the exception on the queue, and a CORRECTED one takes it off the
*> queue to await its resubmission
readDispositionProcedure.
    read dispFile
        at end move zero to eof-switch
        not at end
            if dispRecord(85:12) is not equal to spaces
                move dispRecord(1:8) to actDateX
                move dispRecord(85:12) to lookExcId
                move dispRecord(10:30) to lookNumeral
                if actDateX is numeric
                    if dispRecord(41:12) is equal to "WRITTEN-OFF "
                        perform postWriteOffProcedure
                    else
                        perform postDispositionProcedure
                    end-if
                end-if
            end-if
    end-read.

*> Procedure to post one disposition other than a write-off against
*> its exception ID. Activity before the period on an ID raised before
*> it only matters for an ID in the opening balance, which is already
*> on the table, so it is looked up without being added
postDispositionProcedure.
    move lookExcId(1:8) to stampDateX.
    if stampDateX is numeric
        and stampDateN is not greater than periodEnd
        if actDateN is greater than prevEnd
            or stampDateN is greater than prevEnd
            perform findIdProcedure
        else
            perform lookupIdProcedure
        end-if
        if idFound is greater than zero
            and dispRecord(41:10) is equal to "CORRECTED "
            if actDateN is greater than periodEnd
                move "Y" to id-late(idFound)
            else
                if actDateN is greater than prevEnd
                    or id-open(idFound) is equal to "Y"
                    move "Y" to id-corrected(idFound)
                end-if
            end-if
        end-if
    end-if.

*> Procedure to post one write-off against its exception ID, on the
*> same dating rules as a closure
postWriteOffProcedure.
    move lookExcId(1:8) to stampDateX.
    if stampDateX is numeric
        and stampDateN is not greater than periodEnd
        perform findIdProcedure
        if idFound is greater than zero
            if actDateN is greater than periodEnd
                move "Y" to id-late(idFound)
            else
                if actDateN is greater than prevEnd
                    or id-open(idFound) is equal to "Y"
                    move "Y" to id-woff(idFound)
                end-if
            end-if
        end-if
    end-if.

*> Procedure to load the exceptions pending on the queue now - those
*> raised after the period end belong to the next period, and those
*> written before exception IDs existed cannot be rolled forward
loadQueueProcedure.
    open input exceptionFile.
    if exception-status-1 = '0' and exception-status-2 = '0'
        move 1 to eof-switch
        perform readQueueProcedure until eof-switch = 0
        close exceptionFile
    else
        display "Unable to open exception file CONVEXC.TXT"
    end-if.

*> Procedure to read one queue entry
readQueueProcedure.
    read exceptionFile
        at end move zero to eof-switch
        not at end
            if exceptionRecord(101:12) is equal to spaces
                add 1 to totNoId
            else
                move exceptionRecord(101:8) to stampDateX
                if stampDateX is numeric
                    and stampDateN is not greater than periodEnd
                    move exceptionRecord(101:12) to lookExcId
                    move exceptionRecord(1:30) to lookNumeral
                    perform findIdProcedure
                    if idFound is greater than zero
                        move "Y" to id-queue(idFound)
                    end-if
                end-if
            end-if
    end-read.

*> Procedure to find an exception ID in the table, adding it if it
*> is not there yet - idFound is left zero when the table is full
findIdProcedure.
    move zero to idFound.
    move 1 to idIndex.
    perform scanIdProcedure
        until idIndex is greater than idCount or idFound > 0.
    if idFound is equal to zero
        if idCount is less than idMax
            add 1 to idCount
            move idCount to idFound
            move lookExcId to id-excid(idFound)
            move lookNumeral to id-numeral(idFound)
            move "N" to id-open(idFound)
            move "N" to id-queue(idFound)
            move "N" to id-closed(idFound)
            move "N" to id-woff(idFound)
            move "N" to id-late(idFound)
            move "N" to id-corrected(idFound)
            move "N" to id-gap(idFound)
            move "N" to id-pending(idFound)
        else
            move 1 to overflow-switch
        end-if
    end-if.

*> Procedure to find an exception ID in the table without adding it
lookupIdProcedure.
    move zero to idFound.
    move 1 to idIndex.
    perform scanIdProcedure
        until idIndex is greater than idCount or idFound > 0.

*> Procedure to test one table entry against the ID sought
scanIdProcedure.
    if id-excid(idIndex) is equal to lookExcId
        move idIndex to idFound
    end-if.
    add 1 to idIndex.

*> Procedure to find the IDs issued in the period that no file
*> accounts for - each date's highest sequence is taken from the IDs
*> found and from the ID counter, and every number below it not on
*> the table is added as issued but unaccounted for
issuedSequenceProcedure.
    move 1 to idIndex.
    perform tallyIdDateProcedure until idIndex is greater than idCount.
    open input excIdFile.
    if excid-status-1 = '0' and excid-status-2 = '0'
        read excIdFile
            not at end
                if excIdRecord(1:8) is numeric
                    and excIdRecord(10:4) is numeric
                    and excn-date is greater than prevEnd
                    and excn-date is not greater than periodEnd
                    move excn-date to lookDate
                    move excIdRecord(10:4) to lookSeqX
                    perform noteDateSeqProcedure
                end-if
        end-read
        close excIdFile
    end-if.
    move 1 to dateIndex.
    perform fillDateGapsProcedure until dateIndex is greater than dateCount.

*> Procedure to note one table entry's date and sequence when the ID
*> was issued in the period
tallyIdDateProcedure.
    move id-excid(idIndex)(1:8) to stampDateX.
    move id-excid(idIndex)(9:4) to lookSeqX.
    if stampDateX is numeric and lookSeqX is numeric
        and stampDateN is greater than prevEnd
        and stampDateN is not greater than periodEnd
        move stampDateN to lookDate
        perform noteDateSeqProcedure
    end-if.
    add 1 to idIndex.

*> Procedure to raise the date's highest sequence to the one in hand,
*> adding the date when it is not on the table yet
noteDateSeqProcedure.
    move zero to dateFound.
    move 1 to dateIndex.
    perform scanDateProcedure
        until dateIndex is greater than dateCount or dateFound > 0.
    if dateFound is equal to zero
        if dateCount is less than dateMax
            add 1 to dateCount
            move dateCount to dateFound
            move lookDate to dt-date(dateFound)
            move zero to dt-last(dateFound)
        else
            move 1 to overflow-switch
        end-if
    end-if.
    if dateFound is greater than zero
        and lookSeqN is greater than dt-last(dateFound)
        move lookSeqN to dt-last(dateFound)
    end-if.

*> Procedure to test one date table entry against the date sought
scanDateProcedure.
    if dt-date(dateIndex) is equal to lookDate
        move dateIndex to dateFound
    end-if.
    add 1 to dateIndex.

*> Procedure to check every sequence issued on one date is accounted
*> for
fillDateGapsProcedure.
    move 1 to gapSeq.
    perform fillGapProcedure until gapSeq is greater than dt-last(dateIndex).
    add 1 to dateIndex.

*> Procedure to add one issued ID to the table if nothing has
*> accounted for it
fillGapProcedure.
    move dt-date(dateIndex) to gap-date.
    move gapSeq to gap-seq.
    move gapExcId to lookExcId.
    move spaces to lookNumeral.
    move idCount to priorCount.
    perform findIdProcedure.
    if idFound is greater than priorCount
        move "Y" to id-gap(idFound)
    end-if.
    add 1 to gapSeq.

*> Procedure to print the report heading
headingSectionProcedure.
    move spaces to reportRecord.
    string "EXCEPTION ROLL-FORWARD  PERIOD ENDING " periodEnd
        "  RUN " runDate
        delimited by size into reportRecord.
    perform putLineProcedure.
    move spaces to reportRecord.
    perform putLineProcedure.
    move "EXCEPTIONS NOT RECONCILED" to reportRecord.
    perform putLineProcedure.
    move "-------------------------" to reportRecord.
    perform putLineProcedure.

*> Procedure to roll one exception ID forward - add it to the
*> columns, and list it when what it should be at the period end
*> (pending if it opened or arose and was not cleared) differs from
*> what it is (on the queue, or cleared only after the period end)
rollEntryProcedure.
    move "N" to rollNew.
    if id-open(idIndex) is equal to "Y"
        add 1 to totOpening
    else
        move id-excid(idIndex)(1:8) to stampDateX
        if stampDateN is greater than prevEnd
            move "Y" to rollNew
            add 1 to totNew
        end-if
    end-if.
    if id-closed(idIndex) is equal to "Y"
        add 1 to totClosures
    end-if.
    if id-woff(idIndex) is equal to "Y"
        add 1 to totWrittenOff
    end-if.
    move "N" to rollExpected.
    if (id-open(idIndex) is equal to "Y" or rollNew is equal to "Y")
        and id-closed(idIndex) is equal to "N"
        and id-woff(idIndex) is equal to "N"
        move "Y" to rollExpected
    end-if.
    move "N" to rollActual.
    if id-queue(idIndex) is equal to "Y"
        or id-late(idIndex) is equal to "Y"
        move "Y" to rollActual
        add 1 to totClosing
    else
        if id-corrected(idIndex) is equal to "Y"
            and id-closed(idIndex) is equal to "N"
            and id-woff(idIndex) is equal to "N"
            move "Y" to rollActual
            add 1 to totClosing
            add 1 to totAwaiting
        end-if
    end-if.
    move rollActual to id-pending(idIndex).
    if id-gap(idIndex) is equal to "Y"
        add 1 to totUnaccounted
    end-if.
    move spaces to diffText.
    evaluate true
        when id-gap(idIndex) is equal to "Y"
            move "ISSUED BUT NOT ACCOUNTED FOR" to diffText
        when id-closed(idIndex) is equal to "Y"
            and id-woff(idIndex) is equal to "Y"
            move "CLOSED AND ALSO WRITTEN OFF" to diffText
        when (id-closed(idIndex) is equal to "Y"
            or id-woff(idIndex) is equal to "Y")
            and id-open(idIndex) is equal to "N"
            and rollNew is equal to "N"
            move "CLEARED, NOT IN OPENING OR NEW" to diffText
        when rollExpected is equal to "Y"
            and rollActual is equal to "N"
            move "PENDING BUT NOT ON QUEUE" to diffText
        when rollActual is equal to "Y"
            and rollExpected is equal to "N"
            and (id-closed(idIndex) is equal to "Y"
            or id-woff(idIndex) is equal to "Y")
            move "CLEARED BUT STILL ON QUEUE" to diffText
        when rollActual is equal to "Y"
            and rollExpected is equal to "N"
            move "ON QUEUE, MISSING FROM OPENING" to diffText
    end-evaluate.
    if diffText is not equal to spaces
        add 1 to totDiffs
        move spaces to reportRecord
        string id-excid(idIndex) " " id-numeral(idIndex)(1:30) " "
            diffText
            delimited by size into reportRecord
        perform putLineProcedure
    end-if.
    add 1 to idIndex.

*> Procedure to print the roll-forward columns
totalsSectionProcedure.
    if totDiffs is equal to zero
        move "(none)" to reportRecord
        perform putLineProcedure
    end-if.
    compute totComputed = totOpening + totNew - totClosures
        - totWrittenOff.
    move spaces to reportRecord.
    perform putLineProcedure.
    move "ROLL-FORWARD" to reportRecord.
    perform putLineProcedure.
    move "------------" to reportRecord.
    perform putLineProcedure.
    move totOpening to formattedCount.
    move spaces to reportRecord.
    string "OPENING PENDING         : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totNew to formattedCount.
    move spaces to reportRecord.
    string "PLUS NEW REJECTS        : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totClosures to formattedCount.
    move spaces to reportRecord.
    string "LESS CLOSED (CONVEXCL)  : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totWrittenOff to formattedCount.
    move spaces to reportRecord.
    string "LESS WRITTEN OFF        : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totComputed to formattedSigned.
    move spaces to reportRecord.
    string "COMPUTED CLOSING        : " formattedSigned
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totClosing to formattedCount.
    move spaces to reportRecord.
    string "CLOSING PENDING         : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totAwaiting to formattedCount.
    move spaces to reportRecord.
    string "  AWAITING RESUBMISSION : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    compute totDifference = totClosing - totComputed.
    move totDifference to formattedSigned.
    move spaces to reportRecord.
    string "DIFFERENCE              : " formattedSigned
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totDiffs to formattedCount.
    move spaces to reportRecord.
    string "IDS NOT RECONCILED      : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    if totUnaccounted is greater than zero
        move totUnaccounted to formattedCount
        move spaces to reportRecord
        string "IDS ISSUED, NO TRAIL    : " formattedCount
            delimited by size into reportRecord
        perform putLineProcedure
    end-if.
    if totNoId is greater than zero
        move totNoId to formattedCount
        move spaces to reportRecord
        string "QUEUE ENTRIES WITH NO ID: " formattedCount
            " (NOT ROLLED)"
            delimited by size into reportRecord
        perform putLineProcedure
    end-if.
    if table-overflowed
        move "ID OR DATE TABLE FILLED - ROLL-FORWARD INCOMPLETE"
            to reportRecord
        perform putLineProcedure
    end-if.

*> Procedure to close the period - a balanced roll-forward closes it,
*> an unbalanced one only on the force card, and an incomplete one
*> never
closePeriodProcedure.
    move spaces to reportRecord.
    perform putLineProcedure.
    if table-overflowed
        move "PERIOD LEFT OPEN - ROLL-FORWARD INCOMPLETE" to reportRecord
        perform putLineProcedure
        move "E" to alertSeverity
        move "ROLL-FORWARD ID TABLE FULL - PERIOD NOT CLOSED"
            to alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
        move 12 to return-code
    else
        if totDiffs is equal to zero and totDifference is equal to zero
            perform saveClosingProcedure
            move "B" to closeState
            perform registerCloseProcedure
            move "PERIOD BALANCED AND CLOSED" to reportRecord
            perform putLineProcedure
        else
            move "W" to alertSeverity
            move spaces to alertMessage
            string "EXCEPTION ROLL-FORWARD OUT OF BALANCE FOR "
                periodEnd
                delimited by size into alertMessage
            call "opsalert" using alertSeverity, alertProgram, alertMessage
            if force-close
                perform saveClosingProcedure
                move "F" to closeState
                perform registerCloseProcedure
                move "OUT OF BALANCE - PERIOD FORCED CLOSED"
                    to reportRecord
                perform putLineProcedure
                move 4 to return-code
            else
                move "OUT OF BALANCE - PERIOD LEFT OPEN" to reportRecord
                perform putLineProcedure
                move 8 to return-code
            end-if
        end-if
    end-if.

*> Procedure to save the closing pending list as the next period's
*> opening balance
saveClosingProcedure.
    open output balanceFile.
    if bal-status-1 = '0' and bal-status-2 = '0'
        move spaces to balRecord
        move "H" to balh-type
        move periodEnd to balh-period
        move totClosing to balh-count
        write balRecord
        move 1 to idIndex
        perform saveClosingEntryProcedure until idIndex is greater than idCount
        close balanceFile
    else
        display "Unable to write opening balance CONVPBAL.TXT"
    end-if.

*> Procedure to save one exception pending at the period end - one
*> awaiting its resubmission included, so its closure next period
*> clears it from the opening balance
saveClosingEntryProcedure.
    if id-pending(idIndex) is equal to "Y"
        move spaces to balRecord
        move "D" to bal-type
        move id-excid(idIndex) to bal-excid
        move id-numeral(idIndex) to bal-numeral
        write balRecord
    end-if.
    add 1 to idIndex.

*> Procedure to add the period to the close registry
registerCloseProcedure.
    call "opersign" using operatorId.
    open extend pclsFile.
    if pcls-status-1 not = '0' or pcls-status-2 not = '0'
        open output pclsFile
    end-if.
    if pcls-status-1 = '0' and pcls-status-2 = '0'
        move spaces to pclsRecord
        move periodEnd to pcls-period
        move runDate to pcls-closedon
        move operatorId to pcls-operator
        move totOpening to pcls-opening
        move totNew to pcls-new
        move totClosures to pcls-closures
        move totWrittenOff to pcls-woff
        move totClosing to pcls-closing
        move totDiffs to pcls-diffs
        move closeState to pcls-state
        write pclsRecord
        close pclsFile
    else
        display "Unable to write close registry CONVPCLS.TXT"
    end-if.

*> Procedure to put one built line on the console and the report
putLineProcedure.
    display reportRecord.
    if report-is-open
        write reportRecord
    end-if.

end program excclose.
