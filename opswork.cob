*> Operations alert workbench - acknowledgment, notes, closure, and
*> escalation over the OPSALERT.TXT queue
*> opsalert appends alerts and opsarpt lists them, but nothing said
*> whether anyone had acted on one - a critical raised at 02:00 looked
*> the same at 08:00 whether it had been handled or not. The queue
*> itself stays append-only, exactly as opsalert writes it; this
*> workbench keeps each alert's handling in the companion status file
*> OPSASTAT.TXT instead, one record per action, stamped with the
*> operator from the opersign service. An alert is named by its
*> sequence number on the queue (first record is 1), which never
*> changes because the queue is only ever appended to. The shift can
*> list the alerts still open, acknowledge one, add a note to one, or
*> close one with a closing note. The escalation pass - run from the
*> menu or by the driver with an OPSAPARM.TXT card (function E and the
*> hour threshold) - lists every critical and error alert still
*> unacknowledged past the threshold onto OPSAESC.TXT, which opsarpt
*> and opsdig carry forward on their next page until the item is
*> acknowledged or closed here. The pass ends RC 4 when anything is
*> escalated.
identification division.
program-id. opswork.
environment division.
input-output section.
file-control.
    select alertFile assign to "OPSALERT.TXT" organization is line sequential
    file status is alert-status.
    select statFile assign to "OPSASTAT.TXT" organization is line sequential
    file status is stat-status.
    select escFile assign to "OPSAESC.TXT" organization is line sequential
    file status is esc-status.
    select parmCard assign to "OPSAPARM.TXT" organization is line sequential
    file status is parm-status.
data division.
file section.
*> One alert per record - date 1-8, time 10-17, severity 19,
*> program 21-32, message 34-93
fd alertFile.
    01 alertRecord pic x(100).
*> One handling action per record, in the same stamped layout as the
*> maintenance logs - action date 1-8, time 10-17, action 19 (A
*> acknowledge, N note, C close), operator 21-28, then the alert's
*> queue sequence 30-35, the alert's own date 37-44 and time 46-53,
*> and the note 55-94
fd statFile.
    01 statRecord.
        05 stat-date      pic 9(8).
        05 filler         pic x.
        05 stat-time      pic 9(8).
        05 filler         pic x.
        05 stat-action    pic x.
        05 filler         pic x.
        05 stat-operator  pic x(8).
        05 filler         pic x.
        05 stat-seq       pic 9(6).
        05 filler         pic x.
        05 stat-alertdate pic x(8).
        05 filler         pic x.
        05 stat-alerttime pic x(8).
        05 filler         pic x.
        05 stat-note      pic x(40).
*> Escalation list - an ESC header line with when the pass ran and
*> its threshold, then one line per escalated alert: its queue
*> sequence 1-6 and the alert record itself from column 8
fd escFile.
    01 escRecord pic x(100).
fd parmCard.
    01 parmRecord.
        05 parm-function pic x.
        05 filler        pic x.
        05 parm-hours    pic x(3).
working-storage section.
01 alert-status.
    05 alert-status-1 pic x.
    05 alert-status-2 pic x.
01 stat-status.
    05 stat-status-1 pic x.
    05 stat-status-2 pic x.
01 esc-status.
    05 esc-status-1 pic x.
    05 esc-status-2 pic x.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.

*> Who is working the queue - from the opersign service
77 operatorId pic x(8).
77 runDate    pic 9(8).
01 runTime    pic 9(8).
01 clockTime redefines runTime.
    05 clock-hh pic 99.
    05 clock-mm pic 99.
    05 filler   pic 9(4).

*> Switch set on when a parameter card was found for this run
77 parm-switch pic 9 value 0.
    88 parm-found value 1.
77 functionCode pic x.
77 actionCode   pic x.
77 actionOperator pic x(8).
77 eof-switch   pic 9 value 1.
77 done-switch  pic 9 value 0.
    88 work-done value 1.

*> Handling state of every alert anyone has acted on, folded from
*> the status file - A acknowledged, C closed, O noted but still open
01 stateTable.
    05 stateEntry occurs 5000 times.
        10 st-seq      pic 9(6) usage is comp.
        10 st-state    pic x.
        10 st-operator pic x(8).
77 stateCount pic 9(4) usage is comp value 0.
77 stateMax   pic 9(4) value 5000.
77 stateIndex pic 9(4) usage is comp.
77 stateFound pic 9(4) usage is comp.
77 alertState pic x.

*> The alert being worked, found on the queue by its sequence
77 seqText     pic x(6).
77 seqLength   pic 9 usage is comp.
77 numText     pic x(6).
77 numValue redefines numText pic 9(6).
77 targetSeq   pic 9(6) value 0.
77 alertSeq    pic 9(6) value 0.
77 foundAlert  pic x(100).
77 found-switch pic 9 value 0.
    88 alert-found value 1.
77 noteText    pic x(40).
77 formattedSeq pic z(5)9.
77 stateText   pic x(12).

*> Escalation threshold and the alert's age against it, in minutes
77 escHours     pic 9(3) value 4.
77 formattedHours pic zz9.
77 hoursText    pic x(3).
77 hoursDigits  pic x(3).
77 hoursNum redefines hoursDigits pic 9(3).
77 hoursLength  pic 9 usage is comp.
77 nowInt       pic 9(9) usage is comp.
77 nowMinutes   pic 9(4) usage is comp.
77 alertInt     pic 9(9) usage is comp.
77 alertMinutes pic 9(4) usage is comp.
*> The alert's own date and time, taken off the queue record
01 alertStamp.
    05 alertStampDate pic 9(8).
    05 filler         pic x.
    05 alert-hh       pic 99.
    05 alert-mm       pic 99.
    05 filler         pic 9(4).
77 ageMinutes   pic s9(9) usage is comp.
77 thresholdMinutes pic 9(6) usage is comp.
77 totEscalated pic 9(6) usage is comp value 0.
77 totListed    pic 9(6) usage is comp value 0.
77 formattedCount pic z(5)9.

*> Escalation lines kept while one is dropped from the list after an
*> acknowledgment or closure
01 escTable.
    05 escEntry occurs 500 times pic x(100).
77 escCount pic 9(4) usage is comp value 0.
77 escMax   pic 9(4) value 500.
77 escIndex pic 9(4) usage is comp.

*> Main procedure - run the escalation pass for a parameter card,
*> otherwise offer the operator the workbench menu until they exit
procedure division.
    display "---Operations alert workbench---".
    accept runDate from date yyyymmdd.
    call "opersign" using operatorId.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move zero to parm-switch.
    move zero to done-switch.
    move 1 to eof-switch.
    move zero to stateCount.
    move zero to totEscalated.
    move 4 to escHours.
    move zero to return-code.
    move space to functionCode.
    perform readParmCardProcedure.
    perform loadStateProcedure.
    if parm-found
        if functionCode is equal to "E"
            perform escalateProcedure
        else
            display "Invalid workbench function on OPSAPARM.TXT"
            move 8 to return-code
        end-if
    else
        perform menuProcedure until work-done
    end-if.
    goback.

*> Procedure to read the optional parameter card - the function and
*> the escalation threshold in hours
readParmCardProcedure.
    open input parmCard.
    if parm-status-1 = '0' and parm-status-2 = '0'
        read parmCard into parmRecord
            not at end
                move function upper-case(parm-function) to functionCode
                move parm-hours to hoursText
                perform takeHoursProcedure
                move 1 to parm-switch
        end-read
        close parmCard
    end-if.

*> Procedure to take an hour threshold keyed or carded - anything not
*> a positive number leaves the standing four hours
takeHoursProcedure.
    move function trim(hoursText) to hoursText.
    move spaces to hoursDigits.
    move zero to hoursLength.
    inspect hoursText tallying hoursLength for characters before initial " ".
    if hoursLength is greater than zero
        move hoursText(1:hoursLength) to hoursDigits(4 - hoursLength:hoursLength)
        inspect hoursDigits replacing leading " " by "0"
        if hoursDigits is numeric and hoursNum is greater than zero
            move hoursNum to escHours
        end-if
    end-if.

*> Procedure to fold the status file into the handling-state table -
*> later actions overwrite earlier ones, and a closed alert stays
*> closed
loadStateProcedure.
    open input statFile.
    if stat-status-1 = '0' and stat-status-2 = '0'
        move 1 to eof-switch
        perform loadStateEntryProcedure until eof-switch = 0
        close statFile
        move 1 to eof-switch
    end-if.

*> Procedure to fold one status record in
loadStateEntryProcedure.
    read statFile
        at end move zero to eof-switch
        not at end
            if statRecord(1:8) is numeric and stat-seq is numeric
                move stat-seq to targetSeq
                move stat-action to actionCode
                move stat-operator to actionOperator
                perform findStateProcedure
                if stateFound is equal to zero
                    and stateCount is less than stateMax
                    add 1 to stateCount
                    move stateCount to stateFound
                    move targetSeq to st-seq(stateFound)
                    move "O" to st-state(stateFound)
                end-if
                if stateFound is greater than zero
                    perform applyActionProcedure
                end-if
            end-if
    end-read.

*> Procedure to apply one action to the alert's handling state
applyActionProcedure.
    evaluate actionCode
        when "A"
            if st-state(stateFound) is not equal to "C"
                move "A" to st-state(stateFound)
                move actionOperator to st-operator(stateFound)
            end-if
        when "C"
            move "C" to st-state(stateFound)
            move actionOperator to st-operator(stateFound)
    end-evaluate.

*> Procedure to find the handling state of the alert at targetSeq
findStateProcedure.
    move zero to stateFound.
    move 1 to stateIndex.
    perform scanStateProcedure
        until stateIndex is greater than stateCount
        or stateFound is greater than zero.

*> Procedure to test one state entry against the sequence in hand
scanStateProcedure.
    if st-seq(stateIndex) is equal to targetSeq
        move stateIndex to stateFound
    end-if.
    add 1 to stateIndex.

*> Procedure to work out the handling state of the alert at
*> targetSeq - O for an alert nobody has acknowledged
stateOfAlertProcedure.
    perform findStateProcedure.
    if stateFound is greater than zero
        move st-state(stateFound) to alertState
    else
        move "O" to alertState
    end-if.
    evaluate alertState
        when "A"
            move spaces to stateText
            string "ACK " st-operator(stateFound)
                delimited by size into stateText
        when "C"
            move spaces to stateText
            string "CLOSED " st-operator(stateFound)
                delimited by size into stateText
        when other
            move "OPEN" to stateText
    end-evaluate.

*> Procedure to offer the menu once and run the function chosen
menuProcedure.
    display " ".
    display "(L)ist open, (A)cknowledge, (N)ote, (C)lose, (E)scalate, "
        "e(X)it: " with no advancing.
    accept functionCode.
    move function upper-case(functionCode) to functionCode.
    evaluate functionCode
        when "L" perform listOpenProcedure
        when "A" perform acknowledgeProcedure
        when "N" perform noteProcedure
        when "C" perform closeProcedure
        when "E"
            display "Escalate C/E alerts unacknowledged past how many "
                "hours: " with no advancing
            accept hoursText
            perform takeHoursProcedure
            perform escalateProcedure
        when "X" move 1 to done-switch
        when other display "Invalid workbench function"
    end-evaluate.

*> Procedure to list every critical, error and warning alert not yet
*> closed, with its sequence and handling state
listOpenProcedure.
    move zero to totListed.
    open input alertFile.
    if alert-status-1 not = '0' or alert-status-2 not = '0'
        display "Alert queue OPSALERT.TXT is empty or missing"
    else
        move zero to alertSeq
        move 1 to eof-switch
        perform listAlertProcedure until eof-switch = 0
        close alertFile
        move 1 to eof-switch
        move totListed to formattedCount
        display formattedCount " alerts not yet closed"
    end-if.

*> Procedure to list one queue record when it is still open
listAlertProcedure.
    read alertFile
        at end move zero to eof-switch
        not at end
            add 1 to alertSeq
            if alertRecord(19:1) is equal to "C" or "E" or "W"
                move alertSeq to targetSeq
                perform stateOfAlertProcedure
                if alertState is not equal to "C"
                    add 1 to totListed
                    move alertSeq to formattedSeq
                    display formattedSeq " " stateText " "
                        alertRecord(1:80)
                end-if
            end-if
    end-read.

*> Procedure to take the sequence of the alert to work and find it on
*> the queue
takeAlertProcedure.
    display "Alert sequence: " with no advancing.
    accept seqText.
    move zero to found-switch.
    perform rightJustifySeqProcedure.
    if numText is numeric and numValue is greater than zero
        move numValue to targetSeq
        perform findAlertProcedure
    end-if.
    if alert-found
        perform stateOfAlertProcedure
        display foundAlert(1:93)
        display "  state: " stateText
    else
        display "No alert with that sequence on the queue"
    end-if.

*> Procedure to right-justify the keyed sequence in its numeric field
rightJustifySeqProcedure.
    move function trim(seqText) to seqText.
    move spaces to numText.
    move zero to seqLength.
    inspect seqText tallying seqLength for characters before initial " ".
    if seqLength is greater than zero
        move seqText(1:seqLength) to numText(7 - seqLength:seqLength)
        inspect numText replacing leading " " by "0"
    end-if.

*> Procedure to read the queue up to the alert at targetSeq
findAlertProcedure.
    move zero to found-switch.
    open input alertFile.
    if alert-status-1 = '0' and alert-status-2 = '0'
        move zero to alertSeq
        move 1 to eof-switch
        perform seekAlertProcedure until eof-switch = 0
        close alertFile
        move 1 to eof-switch
    end-if.

*> Procedure to read one queue record while looking for the target
seekAlertProcedure.
    read alertFile
        at end move zero to eof-switch
        not at end
            add 1 to alertSeq
            if alertSeq is equal to targetSeq
                move alertRecord to foundAlert
                move 1 to found-switch
                move zero to eof-switch
            end-if
    end-read.

*> Procedure to acknowledge an alert - someone has it in hand
acknowledgeProcedure.
    perform takeAlertProcedure.
    if alert-found
        if alertState is equal to "C" or "A"
            display "Alert is already " stateText
        else
            display "Note (optional): " with no advancing
            accept noteText
            move "A" to actionCode
            perform writeActionProcedure
            perform dropEscalationProcedure
            display "Alert acknowledged"
        end-if
    end-if.

*> Procedure to add a note to an alert without changing its state
noteProcedure.
    perform takeAlertProcedure.
    if alert-found
        display "Note: " with no advancing
        accept noteText
        if noteText is equal to spaces
            display "A note is required - nothing recorded"
        else
            move "N" to actionCode
            perform writeActionProcedure
            display "Note recorded"
        end-if
    end-if.

*> Procedure to close an alert - the closing note says what was done
closeProcedure.
    perform takeAlertProcedure.
    if alert-found
        if alertState is equal to "C"
            display "Alert is already " stateText
        else
            display "Closing note: " with no advancing
            accept noteText
            if noteText is equal to spaces
                display "A closing note is required - alert left open"
            else
                move "C" to actionCode
                perform writeActionProcedure
                perform dropEscalationProcedure
                display "Alert closed"
            end-if
        end-if
    end-if.

*> Procedure to append one stamped action to the status file and
*> fold it into the handling-state table
writeActionProcedure.
    open extend statFile.
    if stat-status-1 not = '0' or stat-status-2 not = '0'
        open output statFile
    end-if.
    if stat-status-1 = '0' and stat-status-2 = '0'
        accept runTime from time
        move spaces to statRecord
        move runDate to stat-date
        move runTime to stat-time
        move actionCode to stat-action
        move operatorId to actionOperator
        move operatorId to stat-operator
        move targetSeq to stat-seq
        move foundAlert(1:8) to stat-alertdate
        move foundAlert(10:8) to stat-alerttime
        move noteText to stat-note
        write statRecord
        close statFile
        perform findStateProcedure
        if stateFound is equal to zero
            and stateCount is less than stateMax
            add 1 to stateCount
            move stateCount to stateFound
            move targetSeq to st-seq(stateFound)
            move "O" to st-state(stateFound)
        end-if
        if stateFound is greater than zero
            perform applyActionProcedure
        end-if
    else
        display "Unable to open status file OPSASTAT.TXT - "
            "action not recorded"
    end-if.

*> Procedure to run the escalation pass - every critical and error
*> alert still unacknowledged past the threshold goes onto the
*> escalation list the morning report and digest carry forward
escalateProcedure.
    move zero to totEscalated.
    accept runTime from time.
    compute nowInt = function integer-of-date(runDate).
    compute nowMinutes = clock-hh * 60 + clock-mm.
    compute thresholdMinutes = escHours * 60.
    open output escFile.
    if esc-status-1 not = '0' or esc-status-2 not = '0'
        display "Unable to open escalation list OPSAESC.TXT"
        move 16 to return-code
    else
        move escHours to formattedHours
        move spaces to escRecord
        string "ESC " runDate " " runTime " UNACKNOWLEDGED C/E PAST "
            formattedHours " HOURS" delimited by size into escRecord
        write escRecord
        open input alertFile
        if alert-status-1 = '0' and alert-status-2 = '0'
            move zero to alertSeq
            move 1 to eof-switch
            perform escalateAlertProcedure until eof-switch = 0
            close alertFile
            move 1 to eof-switch
        end-if
        close escFile
        move totEscalated to formattedCount
        display formattedCount " alerts escalated past "
            formattedHours " hours"
        if totEscalated is greater than zero
            move 4 to return-code
        end-if
    end-if.

*> Procedure to test one queue record for escalation
escalateAlertProcedure.
    read alertFile
        at end move zero to eof-switch
        not at end
            add 1 to alertSeq
            if (alertRecord(19:1) is equal to "C" or "E")
                and alertRecord(1:8) is numeric
                and alertRecord(10:8) is numeric
                move alertSeq to targetSeq
                perform stateOfAlertProcedure
                if alertState is equal to "O"
                    perform ageAlertProcedure
                    if ageMinutes is not less than thresholdMinutes
                        add 1 to totEscalated
                        move alertSeq to formattedSeq
                        move spaces to escRecord
                        string formattedSeq " " alertRecord
                            delimited by size into escRecord
                        write escRecord
                        display escRecord
                    end-if
                end-if
            end-if
    end-read.

*> Procedure to work out how many minutes ago the alert was raised
ageAlertProcedure.
    move alertRecord(1:17) to alertStamp.
    compute alertInt = function integer-of-date(alertStampDate).
    compute alertMinutes = alert-hh * 60 + alert-mm.
    compute ageMinutes = (nowInt - alertInt) * 1440
        + nowMinutes - alertMinutes.

*> Procedure to take an alert off the escalation list once it has
*> been acknowledged or closed, so the next morning page stops
*> carrying it forward
dropEscalationProcedure.
    move zero to escCount.
    open input escFile.
    if esc-status-1 = '0' and esc-status-2 = '0'
        move 1 to eof-switch
        perform loadEscalationProcedure until eof-switch = 0
        close escFile
        move 1 to eof-switch
        open output escFile
        if esc-status-1 = '0' and esc-status-2 = '0'
            move 1 to escIndex
            perform rewriteEscalationProcedure
                until escIndex is greater than escCount
            close escFile
        end-if
    end-if.

*> Procedure to keep one escalation line unless it is the alert just
*> acknowledged or closed
loadEscalationProcedure.
    read escFile
        at end move zero to eof-switch
        not at end
            move escRecord(1:6) to numText
            inspect numText replacing leading " " by "0"
            if numText is numeric and numValue is equal to targetSeq
                continue
            else
                if escCount is less than escMax
                    add 1 to escCount
                    move escRecord to escEntry(escCount)
                end-if
            end-if
    end-read.

*> Procedure to write one kept escalation line back
rewriteEscalationProcedure.
    move escEntry(escIndex) to escRecord.
    write escRecord.
    add 1 to escIndex.

end program opswork.
