*> Write-off approval program for the exception queue
*> The auditors found that one clerk could make a reject disappear:
*> excrepair's write-off went straight onto the disposition trail and
*> off the queue. A write-off is now only a request - excrepair puts
*> it on the write-off approval register (CONVWOFF.TXT) with the
*> clerk's reason, and this program, run by a different signed-on
*> operator, lists the pending requests and lets the approver confirm
*> or return each one. Nobody may approve a write-off they requested
*> themselves. A confirmed write-off leaves the register and the
*> exception queue (CONVEXC.TXT) together and goes onto the
*> disposition trail (CONVDISP.TXT) as WRITTEN-OFF with both
*> identities - the approver in columns 101-108 and the requesting
*> clerk in 113-120 - for the who-did-what report. A returned one goes
*> back to pending with the approver's note, which the repair clerk
*> sees the next time the exception comes round.
identification division.
program-id. excapprv.
environment division.
input-output section.
file-control.
    select exceptionFile assign to "CONVEXC.TXT" organization is line sequential
    file status is exception-status.
    select dispFile assign to "CONVDISP.TXT" organization is line sequential
    file status is disp-status.
*> Registry of the exception periods month-end has closed - no
*> disposition may be dated into one without an override
    select pclsFile assign to "CONVPCLS.TXT" organization is line sequential
    file status is pcls-status.
    select woffFile assign to "CONVWOFF.TXT" organization is line sequential
    file status is woff-status.
data division.
file section.
fd exceptionFile.
    01 exceptionRecord pic x(150).
*> Columns 85-96 carry the exception ID, 101-108 the operator who
*> made the disposition, 113-120 the clerk who requested the write-off
fd dispFile.
    01 dispRecord pic x(150).
fd woffFile.
    copy "convwoff.cpy".
fd pclsFile.
    copy "convpcls.cpy".
working-storage section.
01 exception-status.
    05 exception-status-1 pic x.
    05 exception-status-2 pic x.
01 disp-status.
    05 disp-status-1 pic x.
    05 disp-status-2 pic x.
01 woff-status.
    05 woff-status-1 pic x.
    05 woff-status-2 pic x.
01 pcls-status.
    05 pcls-status-1 pic x.
    05 pcls-status-2 pic x.

*> The end of the last exception period closed, and the switch set
*> when today falls inside it and the operator declines to override
77 lastClosed    pic 9(8) value 0.
77 closedAnswer  pic x.
77 closed-switch pic 9 value 0.
    88 posting-refused value 1.

*> The whole exception queue, held so it can be written back without
*> the write-offs approved this run. A queue larger than the table
*> abandons the run before anything is touched, the same rule the
*> repair utility keeps
01 queueTable.
    05 queueEntry occurs 2000 times pic x(150).
77 queueCount    pic 9(4) usage is comp value 0.
77 queueMax      pic 9(4) value 2000.
77 queueIndex    pic 9(4) usage is comp.

*> The write-off approval register, loaded whole and written back at
*> the end without the entries approved this run
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
*> Switch set on when the queue entry in hand was approved this run
77 approved-switch pic 9 value 0.
    88 entry-approved value 1.

*> Switch set on when the queue or register holds more than the table
77 overflow-switch pic 9 value 0.
    88 queue-overflowed value 1.
*> Switch set on when the queue is on file but could not be read -
*> writing it back after an approval would empty it
77 queue-unread-switch pic 9 value 0.
    88 queue-unreadable value 1.
77 eof-switch     pic 9 value 1.
77 runDate        pic 9(8).
*> Who is approving - from the opersign service
77 operatorId     pic x(8).
*> Operator authority check fields - the operauth service refuses,
*> alerts and logs an update action the operator does not hold
77 authFunction  pic x.
77 authProgram   pic x(12) value "EXCAPPRV".
77 authResult    pic 9.
77 approverAction pic x.
77 approverNote   pic x(40).
*> Switch controlling the per-request approval loop
77 entry-done-switch pic 9 value 0.
    88 entry-done value 1.

77 totPending     pic 9(4) usage is comp value 0.
77 totApproved    pic 9(4) usage is comp value 0.
77 totReturned    pic 9(4) usage is comp value 0.
77 totOwn         pic 9(4) usage is comp value 0.
77 totSkipped     pic 9(4) usage is comp value 0.
77 formattedTotal pic z(4).

*> Central operations alert fields
77 alertSeverity pic x.
77 alertProgram  pic x(12) value "EXCAPPRV".
77 alertMessage  pic x(60).

*> Main procedure - load the queue and the register, work each pending
*> request with the approver, then write both back
procedure division.
    display "---Exception write-off approval---"
    accept runDate from date yyyymmdd.
    call "opersign" using operatorId.
    move "W" to authFunction.
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
    move zero to totPending.
    move zero to totApproved.
    move zero to totReturned.
    move zero to totOwn.
    move zero to totSkipped.
    move zero to overflow-switch.
    move zero to queue-unread-switch.
    perform loadQueueProcedure.
    if queue-unreadable
        display "Exception file CONVEXC.TXT could not be read, status "
            exception-status " - run abandoned so no record is lost"
        move "W" to alertSeverity
        move "EXCEPTION QUEUE UNREADABLE - RUN ABANDONED" to alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
        move 8 to return-code
        goback
    end-if.
    perform loadWriteOffProcedure.
    if queue-overflowed
        display "Exception queue or write-off register is larger than "
            "the approval table - run abandoned so no record is lost"
        move "W" to alertSeverity
        move "QUEUE LARGER THAN APPROVAL TABLE - RUN ABANDONED"
            to alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
        goback
    end-if.
    move 1 to woffIndex.
    perform countPendingProcedure until woffIndex is greater than woffCount.
    if totPending is equal to zero
        display "No write-offs are awaiting approval"
        goback
    end-if.
    open extend dispFile.
    if disp-status-1 not = '0' or disp-status-2 not = '0'
        open output dispFile
    end-if.
    if disp-status-1 not = '0' or disp-status-2 not = '0'
        display "Unable to open disposition file, run abandoned"
        goback
    end-if.
    move 1 to woffIndex.
    perform approveEntryProcedure until woffIndex is greater than woffCount.
    close dispFile.
    perform rewriteWriteOffProcedure.
    if totApproved is greater than zero
        perform rewriteQueueProcedure
    end-if.
    perform totalsProcedure.
    goback.

*> Procedure to load every exception record into the queue table
loadQueueProcedure.
    move zero to queueCount.
    open input exceptionFile.
    if exception-status-1 = '0' and exception-status-2 = '0'
        move 1 to eof-switch
        perform readQueueProcedure until eof-switch = 0
        close exceptionFile
    else
        *> No queue on file at all is an empty queue; any other failure
        *> leaves the queue unknown
        if exception-status is not equal to "35"
            move 1 to queue-unread-switch
        else
            display "Unable to open exception file CONVEXC.TXT"
        end-if
    end-if.

*> Procedure to read one exception record into the next table entry
readQueueProcedure.
    read exceptionFile
        at end move zero to eof-switch
        not at end
            if queueCount is less than queueMax
                add 1 to queueCount
                move exceptionRecord to queueEntry(queueCount)
            else
                move 1 to overflow-switch
                move zero to eof-switch
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
            if woffCount is less than queueMax
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

*> Procedure to count one register entry if it awaits approval
countPendingProcedure.
    if wt-status(woffIndex) is equal to "P"
        add 1 to totPending
    end-if.
    add 1 to woffIndex.

*> Procedure to put one pending request to the approver - their own
*> requests are shown but refused outright
approveEntryProcedure.
    if wt-status(woffIndex) is equal to "P"
        display " "
        display "Exception " wt-excid(woffIndex)
        display "  numeral      : " wt-numeral(woffIndex)
        display "  requested by : " wt-clerk(woffIndex)
            " on " wt-reqdate(woffIndex)
        display "  reason       : " wt-reason(woffIndex)
        if wt-clerk(woffIndex) is equal to operatorId
            display "  your own write-off request - "
                "another operator must approve it"
            add 1 to totOwn
        else
            move zero to entry-done-switch
            perform promptApproverProcedure until entry-done
        end-if
    end-if.
    add 1 to woffIndex.

*> Procedure to prompt the approver for one action on the request
*> C = confirm the write-off, R = return it to the clerk with a note,
*> S = skip it for now
promptApproverProcedure.
    display "  (C)onfirm write-off, (R)eturn to clerk, (S)kip: "
        with no advancing.
    accept approverAction.
    move function upper-case(approverAction) to approverAction.
    evaluate approverAction
        when "C"
            move "A" to wt-status(woffIndex)
            move operatorId to wt-approver(woffIndex)
            move runDate to wt-apprdate(woffIndex)
            move spaces to wt-note(woffIndex)
            add 1 to totApproved
            perform writeDispositionProcedure
            move 1 to entry-done-switch
        when "R"
            display "  note for the clerk: " with no advancing
            accept approverNote
            if approverNote is equal to spaces
                display "  a returned write-off needs a note for the clerk"
            else
                move "R" to wt-status(woffIndex)
                move operatorId to wt-approver(woffIndex)
                move runDate to wt-apprdate(woffIndex)
                move approverNote to wt-note(woffIndex)
                add 1 to totReturned
                perform writeDispositionProcedure
                move 1 to entry-done-switch
            end-if
        when "S"
            add 1 to totSkipped
            move 1 to entry-done-switch
        when other
            display "  invalid action"
    end-evaluate.

*> Procedure to write the disposition record for the approver's
*> decision - approver and requesting clerk both in fixed columns
writeDispositionProcedure.
    move spaces to dispRecord.
    if wt-status(woffIndex) is equal to "A"
        string runDate " " wt-numeral(woffIndex)
            " WRITTEN-OFF " wt-reason(woffIndex)(1:31)
            delimited by size into dispRecord
    else
        string runDate " " wt-numeral(woffIndex)
            " PENDING-RETURNED " wt-note(woffIndex)(1:26)
            delimited by size into dispRecord
    end-if.
    move wt-excid(woffIndex) to dispRecord(85:12).
    move operatorId to dispRecord(101:8).
    move wt-clerk(woffIndex) to dispRecord(113:8).
    write dispRecord.

*> Procedure to write the register back without the entries approved
*> this run - their approval now lives on the disposition trail
rewriteWriteOffProcedure.
    open output woffFile.
    if woff-status-1 = '0' and woff-status-2 = '0'
        move 1 to woffIndex
        perform rewriteWriteOffEntryProcedure
            until woffIndex is greater than woffCount
        close woffFile
    else
        display "Unable to rewrite write-off register CONVWOFF.TXT".

*> Procedure to write one register entry back
rewriteWriteOffEntryProcedure.
    if wt-status(woffIndex) is not equal to "A"
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

*> Procedure to rewrite CONVEXC.TXT without the exceptions whose
*> write-off was approved this run - only an approved write-off ever
*> leaves the queue
rewriteQueueProcedure.
    open output exceptionFile.
    if exception-status-1 = '0' and exception-status-2 = '0'
        move 1 to queueIndex
        perform rewriteQueueEntryProcedure
            until queueIndex is greater than queueCount
        close exceptionFile
    else
        display "Unable to rewrite exception queue - approvals still recorded".

*> Procedure to write one queue entry back unless it was approved
rewriteQueueEntryProcedure.
    move zero to approved-switch.
    move 1 to woffIndex.
    perform matchApprovedProcedure
        until woffIndex is greater than woffCount or entry-approved.
    if not entry-approved
        write exceptionRecord from queueEntry(queueIndex)
    end-if.
    add 1 to queueIndex.

*> Procedure to test one register entry against the queue entry
matchApprovedProcedure.
    if wt-status(woffIndex) is equal to "A"
        and wt-excid(woffIndex) is equal to queueEntry(queueIndex)(101:12)
        move 1 to approved-switch
    end-if.
    add 1 to woffIndex.

*> Procedure to print the run's approval totals
totalsProcedure.
    display " ".
    display "---Approval run totals---".
    move totPending to formattedTotal.
    display "awaiting approval : " formattedTotal.
    move totApproved to formattedTotal.
    display "approved          : " formattedTotal.
    move totReturned to formattedTotal.
    display "returned to clerk : " formattedTotal.
    move totOwn to formattedTotal.
    display "own, not approved : " formattedTotal.
    move totSkipped to formattedTotal.
    display "skipped           : " formattedTotal.

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

end program excapprv.
