*> program consoles. It counts the whole queue by severity, then
*> lists every alert raised under the most recent date on the queue,
*> criticals and errors first. The report goes to the console and to
*> OPSARPT.TXT. Criticals and errors the alert workbench's escalation
*> pass found still unacknowledged (OPSAESC.TXT) are carried forward
*> on every page until someone acknowledges or closes them, however
*> far back they were raised.
identification division.
program-id. opsarpt.
environment division.
    file status is alert-status.
    select reportFile assign to "OPSARPT.TXT" organization is line sequential
    file status is rpt-status.
    select escFile assign to "OPSAESC.TXT" organization is line sequential
    file status is esc-status.
data division.
file section.
fd alertFile.
    01 alertRecord pic x(100).
fd reportFile.
    01 reportRecord pic x(100).
*> Escalation list from the alert workbench - an ESC header line,
*> then the queue sequence and alert record of each escalated alert
fd escFile.
    01 escRecord pic x(100).
working-storage section.
01 alert-status.
    05 alert-status-1 pic x.
01 rpt-status.
    05 rpt-status-1 pic x.
    05 rpt-status-2 pic x.
01 esc-status.
    05 esc-status-1 pic x.
    05 esc-status-2 pic x.

77 eof-switch pic 9 value 1.
*> Switch to remember whether the report file opened
77 totOther    pic 9(6) usage is comp value 0.
77 latestDate  pic x(8) value spaces.
77 formattedCount pic z(6).
77 totCarried     pic 9(6) usage is comp value 0.
*> The severity pass the latest-date listing is on, worked worst
*> first so criticals head the page
77 passSeverity pic x.
    move zero to totInfo.
    move zero to totOther.
    move spaces to latestDate.
    move zero to totCarried.
    open input alertFile.
    if alert-status-1 not = '0' or alert-status-2 not = '0'
        display "Alert queue OPSALERT.TXT is empty or missing - "
    end-if.
    perform summaryProcedure.
    perform latestDayProcedure.
    perform carriedForwardProcedure.
    if report-is-open
        close reportFile
    end-if.
            end-if
    end-read.

*> Procedure to carry forward the alerts the workbench's last
*> escalation pass found unacknowledged and nobody has worked since
carriedForwardProcedure.
    move spaces to reportRecord.
    perform putLineProcedure.
    move "OPEN ITEMS CARRIED FORWARD" to reportRecord.
    perform putLineProcedure.
    move "----------------------------------------" to reportRecord.
    perform putLineProcedure.
    open input escFile.
    if esc-status-1 = '0' and esc-status-2 = '0'
        move 1 to eof-switch
        perform carryEscalationProcedure until eof-switch = 0
        close escFile
        move 1 to eof-switch
    end-if.
    if totCarried is equal to zero
        move "no escalated alerts outstanding" to reportRecord
        perform putLineProcedure
    end-if.

*> Procedure to print one escalation line - the header says when the
*> pass ran, each item line is an alert still open
carryEscalationProcedure.
    read escFile
        at end move zero to eof-switch
        not at end
            if escRecord(1:4) is equal to "ESC "
                move spaces to reportRecord
                string "escalation pass " escRecord(5:70)
                    delimited by size into reportRecord
                perform putLineProcedure
            else
                add 1 to totCarried
                move escRecord to reportRecord
                perform putLineProcedure
            end-if
    end-read.

*> Procedure to put one built line on the console and the report
putLineProcedure.
    display reportRecord.
