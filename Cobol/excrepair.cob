*> exception can never silently disappear from the queue. The queue
*> itself is rewritten at the end holding only the still-pending
*> entries, each keeping the exception ID it was written under.
*> A write-off is no longer final here: the clerk gives a reason and
*> the exception goes onto the write-off approval register
*> (CONVWOFF.TXT) as pending approval, staying on the queue until a
*> different operator confirms it through excapprv. An exception
*> awaiting approval is shown but not worked again, and one the
*> approver returned comes back to the clerk with the approver's note.
*> A reason code the reason-code master CONVRSN.TXT marks as not to be
*> written off cannot be - the clerk is told to correct it or leave it
*> pending; a code not on the master may be written off as before.
*> A Greek numeral the converter rejected (reason 15) is corrected in
*> the transcription team's transliteration and validated through
*> greekconv instead of conv - it gets no roman suggestion, and its
*> correction goes to CONVGSUB.TXT, the resubmission file fed back
*> through the Greek numeral file mode.
identification division.
program-id. excrepair.
environment division.
*> through romanA3_1's file mode as an ordinary input file
    select resubFile assign to "CONVRSUB.TXT" organization is line sequential
    file status is resub-status.
*> Resubmission file of validated Greek numeral corrections, fed back
*> through romanA3_1's Greek numeral file mode
    select gresubFile assign to "CONVGSUB.TXT" organization is line sequential
    file status is gresub-status.
*> Disposition audit trail - one record per exception worked this run
    select dispFile assign to "CONVDISP.TXT" organization is line sequential
    file status is disp-status.
*> Registry of the exception periods month-end has closed - no
*> disposition may be dated into one without an override
    select pclsFile assign to "CONVPCLS.TXT" organization is line sequential
    file status is pcls-status.
*> Write-off approval register - every write-off requested here waits
*> on it for a second operator's approval
    select woffFile assign to "CONVWOFF.TXT" organization is line sequential
    file status is woff-status.
*> Reject reason-code master - whether each reason may be written off
    select rsnFile assign to "CONVRSN.TXT" organization is line sequential
    file status is rsn-status.
data division.
file section.
fd exceptionFile.
    01 exceptionRecord pic x(150).
*> The corrected numeral plus, tagged after it, the ID of the
*> exception the correction clears - the converter reads the numeral
*> off columns 1-30 as always and uses the tag to write the closure
        05 filler        pic x.
        05 resub-tag     pic x.
        05 resub-excid   pic x(12).
*> The same layout for a Greek numeral correction
fd gresubFile.
    01 gresubRecord pic x(44).
*> Columns 85-96 carry the exception ID, 101-108 the operator who
*> made the disposition, 113-120 - on the approval program's
*> records - the clerk who requested the write-off, and 121-150 - on
*> this program's records - the source file the reject came from, so
*> the work can be charged back to the feed
fd dispFile.
    01 dispRecord pic x(150).
fd woffFile.
    copy "convwoff.cpy".
fd pclsFile.
    copy "convpcls.cpy".
fd rsnFile.
    copy "convrsn.cpy".
working-storage section.
copy "romannum.cpy" replacing ==:FIELDNAME:== by ==romanNumStr==.
copy "romannum.cpy" replacing ==:FIELDNAME:== by ==correctedStr==.
01 resub-status.
    05 resub-status-1 pic x.
    05 resub-status-2 pic x.
01 gresub-status.
    05 gresub-status-1 pic x.
    05 gresub-status-2 pic x.
01 disp-status.
    05 disp-status-1 pic x.
    05 disp-status-2 pic x.
01 woff-status.
    05 woff-status-1 pic x.
    05 woff-status-2 pic x.
01 pcls-status.
    05 pcls-status-1 pic x.
    05 pcls-status-2 pic x.
01 rsn-status.
    05 rsn-status-1 pic x.
    05 rsn-status-2 pic x.

*> Whether each reason code may be written off, one slot per code -
*> N forbids it, anything else permits it
01 rsnTable.
    05 rsnEntry occurs 99 times.
        10 rt-woff pic x.
01 entryReasonX pic xx.
01 entryReasonN redefines entryReasonX pic 99.

*> The end of the last exception period closed, and the switch set
*> when today falls inside it and the operator declines to override
77 lastClosed    pic 9(8) value 0.
77 closedAnswer  pic x.
77 closed-switch pic 9 value 0.
    88 posting-refused value 1.

*> The whole exception queue is loaded into this table up front so the
*> still-pending entries can be written back over CONVEXC.TXT once the
        10 exc-numeral pic x(30).
        10 exc-reason  pic x(70).
        10 exc-excid   pic x(12).
*> The source file and line the reject came from, carried through
*> untouched when the entry is written back
        10 exc-lineage pic x(38).
        10 exc-disposition pic x.
            88 exc-corrected   value "C".
            88 exc-written-off value "W".
            88 exc-pending     value "P".
            88 exc-awaiting    value "A".

77 exceptionCount   pic 9(4) usage is comp value 0.
77 exceptionMax     pic 9(4) value 2000.
*> Who is making the dispositions - from the opersign service, so
*> write-offs stopped being anonymous at the last audit's urging
77 operatorId       pic x(8).
*> Operator authority check fields - the operauth service refuses,
*> alerts and logs an update action the operator does not hold
77 authFunction  pic x.
77 authProgram   pic x(12) value "EXCREPAIR".
77 authResult    pic 9.
77 scanIndex        pic 99.
77 buildIndex       pic 99.
77 suggestChar      pic x.
*> the approve option is only offered when there is something to approve
77 suggest-switch pic 9 value 0.
    88 suggestion-valid value 1.
*> Switch set on when the entry in hand is a rejected Greek numeral,
*> and the system greekconv read its correction in
77 greek-switch pic 9 value 0.
    88 greek-entry value 1.
77 greekSystem  pic x.

*> The write-off approval register, loaded whole and written back at
*> the end with this run's requests folded in - the same load-and-
*> rewrite discipline as the queue itself
01 woffTable.
    05 woffEntry occurs 2000 times.
        10 wt-excid    pic x(12).
        10 wt-status   pic x.
        10 wt-numeral  pic x(30).
        10 wt-clerk    pic x(8).
        10 wt-reqdate  pic x(8).
        10 wt-reason   pic x(40).
        10 wt-approver pic x(8).
        10 wt-apprdate pic x(8).
        10 wt-note     pic x(40).
77 woffCount      pic 9(4) usage is comp value 0.
77 woffIndex      pic 9(4) usage is comp.
77 woffFoundIndex pic 9(4) usage is comp.
77 woffReason     pic x(40).

77 totCorrected   pic 9(4) usage is comp value 0.
77 totWrittenOff  pic 9(4) usage is comp value 0.
77 totPending     pic 9(4) usage is comp value 0.
77 totAwaiting    pic 9(4) usage is comp value 0.
77 formattedTotal pic z(4).

*> Central operations alert fields - an abandoned run goes to the
    display "---Exception repair and resubmit---"
    accept runDate from date yyyymmdd.
    call "opersign" using operatorId.
    move "R" to authFunction.
    call "operauth" using operatorId, authFunction, authProgram,
        authResult.
    if authResult is not equal to 1
        move 8 to return-code
        goback
    end-if.
    perform closedPeriodProcedure.
    if posting-refused
        move 8 to return-code
        goback
    end-if.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move zero to totCorrected.
    move zero to totWrittenOff.
    move zero to totPending.
    move zero to totAwaiting.
    move zero to overflow-switch.
    perform loadReasonProcedure.
    perform loadExceptionProcedure.
    perform loadWriteOffProcedure.
    if queue-overflowed
        display "Exception queue or write-off register is larger than "
            "the repair table - run abandoned so no record is lost"
        move "W" to alertSeverity
        move "QUEUE LARGER THAN REPAIR TABLE - RUN ABANDONED"
            to alertMessage
        display "Unable to open resubmission file, run abandoned"
        goback
    end-if.
    open extend gresubFile.
    if gresub-status-1 not = '0' or gresub-status-2 not = '0'
        open output gresubFile
    end-if.
    if gresub-status-1 not = '0' or gresub-status-2 not = '0'
        display "Unable to open Greek resubmission file, run abandoned"
        close resubFile
        goback
    end-if.
    open extend dispFile.
    if disp-status-1 not = '0' or disp-status-2 not = '0'
        open output dispFile
    if disp-status-1 not = '0' or disp-status-2 not = '0'
        display "Unable to open disposition file, run abandoned"
        close resubFile
        close gresubFile
        goback
    end-if.
    move 1 to entryIndex.
    perform repairEntryProcedure until entryIndex is greater than exceptionCount.
    close resubFile.
    close gresubFile.
    close dispFile.
    perform rewriteQueueProcedure.
    perform rewriteWriteOffProcedure.
    perform totalsProcedure.
    goback.

                move exceptionRecord(1:30) to exc-numeral(exceptionCount)
                move exceptionRecord(31:70) to exc-reason(exceptionCount)
                move exceptionRecord(101:12) to exc-excid(exceptionCount)
                move exceptionRecord(113:38) to exc-lineage(exceptionCount)
                move "P" to exc-disposition(exceptionCount)
            else
                move 1 to overflow-switch
            end-if
    end-read.

*> Procedure to load the write-off rule of every code on the
*> reason-code master
loadReasonProcedure.
    move spaces to rsnTable.
    open input rsnFile.
    if rsn-status-1 = '0' and rsn-status-2 = '0'
        move 1 to eof-switch
        perform readReasonProcedure until eof-switch = 0
        close rsnFile
    end-if.

*> Procedure to read one master record's write-off rule into its slot
readReasonProcedure.
    read rsnFile
        at end move zero to eof-switch
        not at end
            if rsn-code is numeric and rsn-code is greater than zero
                move rsn-woff to rt-woff(rsn-code)
            end-if
    end-read.

*> Procedure to load the write-off approval register into its table
loadWriteOffProcedure.
    move zero to woffCount.
    open input woffFile.
    if woff-status-1 = '0' and woff-status-2 = '0'
        move 1 to eof-switch
        perform readWriteOffProcedure until eof-switch = 0
        close woffFile
    end-if.

*> Procedure to read one register record into the next table entry
readWriteOffProcedure.
    read woffFile
        at end move zero to eof-switch
        not at end
            if woffCount is less than exceptionMax
                add 1 to woffCount
                move woff-excid to wt-excid(woffCount)
                move woff-state to wt-status(woffCount)
                move woff-numeral to wt-numeral(woffCount)
                move woff-clerk to wt-clerk(woffCount)
                move woff-reqdate to wt-reqdate(woffCount)
                move woff-reason to wt-reason(woffCount)
                move woff-approver to wt-approver(woffCount)
                move woff-apprdate to wt-apprdate(woffCount)
                move woff-note to wt-note(woffCount)
            else
                move 1 to overflow-switch
                move zero to eof-switch
            end-if
    end-read.

*> Procedure to find the current exception on the write-off register
findWriteOffProcedure.
    move zero to woffFoundIndex.
    move 1 to woffIndex.
    perform scanWriteOffProcedure
        until woffIndex is greater than woffCount
        or woffFoundIndex is greater than zero.

*> Procedure to test one register entry against the current exception
scanWriteOffProcedure.
    if wt-excid(woffIndex) is equal to exc-excid(entryIndex)
        move woffIndex to woffFoundIndex
    end-if.
    add 1 to woffIndex.

*> Procedure to work a single exception with the repair clerk
*> Builds a suggested spelling, then loops on the clerk's choice until
*> the entry has a final disposition. An exception whose write-off is
*> awaiting approval is left alone for the approver
repairEntryProcedure.
    display " ".
    move entryIndex to formattedIndex.
    display "Exception" formattedIndex " of" formattedCount.
    display "  numeral : " exc-numeral(entryIndex).
    display "  reason  : " exc-reason(entryIndex).
    move zero to greek-switch.
    if exc-reason(entryIndex)(8:2) is equal to "15"
        move 1 to greek-switch
    end-if.
    perform findWriteOffProcedure.
    if woffFoundIndex is greater than zero
        and wt-status(woffFoundIndex) is equal to "P"
        display "  write-off requested by " wt-clerk(woffFoundIndex)
            " - awaiting approval"
        move "A" to exc-disposition(entryIndex)
        add 1 to totAwaiting
    else
        if woffFoundIndex is greater than zero
            and wt-status(woffFoundIndex) is equal to "R"
            display "  write-off returned by " wt-approver(woffFoundIndex)
                ": " wt-note(woffFoundIndex)
        end-if
        perform buildSuggestionProcedure
        if suggestion-valid
            move romanNumD to formattedNum
            display "  suggest : " suggestedStr " (decimal " formattedNum ")"
        end-if
        move zero to entry-done-switch
        perform promptClerkProcedure until entry-done
    end-if.
    add 1 to entryIndex.

*> Procedure to build a suggested corrected spelling for the entry by
    move spaces to suggestedStr.
    move 1 to buildIndex.
    move 1 to scanIndex.
    if not greek-entry
        perform suggestCharProcedure until scanIndex is greater than 30
    end-if.
    if suggestedStr not = spaces
        move function lower-case(suggestedStr) to romanNumStr
        call "conv" using romanNumStr, errorFlag, romanNumD,
            accept correctedStr
            perform validateCorrectionProcedure
        when "W"
            move exc-reason(entryIndex)(8:2) to entryReasonX
            if entryReasonX is numeric and entryReasonN is greater than zero
                and rt-woff(entryReasonN) is equal to "N"
                display "  reason " entryReasonX " may not be written off - "
                    "correct it or leave it pending"
                move zero to authResult
            else
                move "W" to authFunction
                call "operauth" using operatorId, authFunction,
                    authProgram, authResult
            end-if
            if authResult is equal to 1
                display "  write-off reason: " with no advancing
                accept woffReason
                if woffReason is equal to spaces
                    display "  a write-off needs a reason for the approver"
                else
                    perform requestWriteOffProcedure
                end-if
            end-if
        when "P"
            add 1 to totPending
            perform writeDispositionProcedure

*> Procedure to run a keyed correction through conv before accepting
*> it - a correction that conv still rejects goes back to the clerk
*> instead of onto the resubmission file. A Greek numeral goes through
*> greekconv as keyed, its letter case telling Attic from Ionic
validateCorrectionProcedure.
    if greek-entry
        move correctedStr to romanNumStr
        move space to greekSystem
        call "greekconv" using romanNumStr, errorFlag, romanNumD,
            convErrPos, convErrChar, convErrSub, greekSystem
    else
        move function lower-case(correctedStr) to romanNumStr
        call "conv" using romanNumStr, errorFlag, romanNumD,
            convErrPos, convErrChar, convErrSub, convFracD
    end-if.
    if errorFlag is equal to 1
        perform acceptCorrectionProcedure
    else
*> disposition record, and run totals
acceptCorrectionProcedure.
    move "C" to exc-disposition(entryIndex).
    *> A write-off the approver returned is moot once corrected
    if woffFoundIndex is greater than zero
        move "X" to wt-status(woffFoundIndex)
    end-if.
    add 1 to totCorrected.
    move spaces to resubRecord.
    move correctedStr to resub-numeral.
    move "E" to resub-tag.
    move exc-excid(entryIndex) to resub-excid.
    if greek-entry
        write gresubRecord from resubRecord
    else
        write resubRecord
    end-if.
    move romanNumD to formattedNum.
    display "  accepted: " correctedStr " (decimal " formattedNum ")".
    perform writeDispositionProcedure.
    move 1 to entry-done-switch.

*> Procedure to put the current exception on the approval register as
*> pending - it stays on the queue until a second operator confirms.
*> A register already holding as many entries as the table can has no
*> room for a new request, so the write-off is refused and the
*> exception stays pending for the clerk to leave or correct
requestWriteOffProcedure.
    if woffFoundIndex is equal to zero
        and woffCount is not less than exceptionMax
        display "  write-off approval register is full - write-off "
            "refused, exception left pending"
        move "W" to alertSeverity
        move "WRITE-OFF REGISTER FULL - WRITE-OFF REFUSED"
            to alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
    else
        if woffFoundIndex is equal to zero
            add 1 to woffCount
            move woffCount to woffFoundIndex
            move exc-excid(entryIndex) to wt-excid(woffFoundIndex)
        end-if
        move "P" to wt-status(woffFoundIndex)
        move exc-numeral(entryIndex) to wt-numeral(woffFoundIndex)
        move operatorId to wt-clerk(woffFoundIndex)
        move runDate to wt-reqdate(woffFoundIndex)
        move woffReason to wt-reason(woffFoundIndex)
        move spaces to wt-approver(woffFoundIndex)
        move spaces to wt-apprdate(woffFoundIndex)
        move spaces to wt-note(woffFoundIndex)
        move "W" to exc-disposition(entryIndex)
        add 1 to totWrittenOff
        perform writeDispositionProcedure
        move "A" to exc-disposition(entryIndex)
        move 1 to entry-done-switch
    end-if.

*> Procedure to write the disposition audit record for the current
*> entry - every exception worked leaves a trace, whatever happened
writeDispositionProcedure.
                delimited by size into dispRecord
        when exc-written-off(entryIndex)
            string runDate " " exc-numeral(entryIndex)
                " PENDING-APPROVAL " woffReason(1:26)
                delimited by size into dispRecord
        when other
            string runDate " " exc-numeral(entryIndex)
    *> the who-did-what report never parse them out of the free text
    move exc-excid(entryIndex) to dispRecord(85:12).
    move operatorId to dispRecord(101:8).
    *> The lineage is held from column 113, one ahead of the source
    *> file name the converter stamps in 114-143
    move exc-lineage(entryIndex)(2:30) to dispRecord(121:30).
    write dispRecord.

*> Procedure to rewrite CONVEXC.TXT holding only the entries still
    else
        display "Unable to rewrite exception queue - dispositions still recorded".

*> Procedure to write one still-pending entry back onto the queue -
*> an entry awaiting write-off approval is still pending here
rewriteEntryProcedure.
    if exc-pending(entryIndex) or exc-awaiting(entryIndex)
        move spaces to exceptionRecord
        string exc-numeral(entryIndex) exc-reason(entryIndex)
            delimited by size into exceptionRecord
        move exc-excid(entryIndex) to exceptionRecord(101:12)
        move exc-lineage(entryIndex) to exceptionRecord(113:38)
        write exceptionRecord
    end-if.
    add 1 to entryIndex.

*> Procedure to write the approval register back with this run's
*> requests folded in
rewriteWriteOffProcedure.
    open output woffFile.
    if woff-status-1 = '0' and woff-status-2 = '0'
        move 1 to woffIndex
        perform rewriteWriteOffEntryProcedure
            until woffIndex is greater than woffCount
        close woffFile
    else
        display "Unable to rewrite write-off register CONVWOFF.TXT".

*> Procedure to write one register entry back - an entry cleared by a
*> correction this run is dropped
rewriteWriteOffEntryProcedure.
    if wt-status(woffIndex) is not equal to "X"
        move spaces to woffRecord
        move wt-excid(woffIndex) to woff-excid
        move wt-status(woffIndex) to woff-state
        move wt-numeral(woffIndex) to woff-numeral
        move wt-clerk(woffIndex) to woff-clerk
        move wt-reqdate(woffIndex) to woff-reqdate
        move wt-reason(woffIndex) to woff-reason
        move wt-approver(woffIndex) to woff-approver
        move wt-apprdate(woffIndex) to woff-apprdate
        move wt-note(woffIndex) to woff-note
        write woffRecord
    end-if.
    add 1 to woffIndex.

*> Procedure to print the run's disposition totals for the clerk
totalsProcedure.
    display " ".
    move totCorrected to formattedTotal.
    display "corrected    : " formattedTotal.
    move totWrittenOff to formattedTotal.
    display "write-offs requested: " formattedTotal.
    move totAwaiting to formattedTotal.
    display "awaiting approval   : " formattedTotal.
    move totPending to formattedTotal.
    display "still pending: " formattedTotal.

*> Procedure to refuse a run whose dispositions would be dated into
*> an exception period month-end has already closed, unless the
*> operator overrides - an override is raised to operations, and the
*> next roll-forward picks the disposition up against the open period
closedPeriodProcedure.
    move zero to closed-switch.
    move zero to lastClosed.
    open input pclsFile.
    if pcls-status-1 = '0' and pcls-status-2 = '0'
        move 1 to eof-switch
        perform readClosedPeriodProcedure until eof-switch = 0
        close pclsFile
    end-if.
    if runDate is not greater than lastClosed
        display "Exception period ending " lastClosed " is closed - "
            "dispositions today post into it"
        display "Post into the closed period anyway (Y/N)?"
        accept closedAnswer
        if function upper-case(closedAnswer) is equal to "Y"
            move "W" to alertSeverity
            move spaces to alertMessage
            string "DISPOSITIONS POSTED INTO CLOSED PERIOD " lastClosed
                " BY " operatorId
                delimited by size into alertMessage
            call "opsalert" using alertSeverity, alertProgram, alertMessage
        else
            display "Run abandoned - period is closed"
            move 1 to closed-switch
        end-if
    end-if.

*> Procedure to read one close registry record, keeping the latest
*> period closed
readClosedPeriodProcedure.
    read pclsFile
        at end move zero to eof-switch
        not at end
            if pclsRecord(1:8) is numeric
                and pcls-period is greater than lastClosed
                move pcls-period to lastClosed
            end-if
    end-read.

end program excrepair.
