*> runs' own control-total lines reprinted from the report, the fresh
*> rejects written that date, and what is left outstanding on the
*> exception queue. The digest goes to the console and to
*> OPSDIGST.TXT. Alerts the workbench's escalation pass left on
*> OPSAESC.TXT - criticals and errors nobody has acknowledged - close
*> the page, so open items carry forward from one standup to the next.
identification division.
program-id. opsdig.
environment division.
*> 8 a.m. page covers Friday instead of a silent Sunday
    select calendarFile assign to "DRVCAL.TXT" organization is line sequential
    file status is cal-status.
    select escFile assign to "OPSAESC.TXT" organization is line sequential
    file status is esc-status.
data division.
file section.
fd logFile.
fd reportFile.
    01 reportRecord pic x(80).
fd exceptionFile.
    01 exceptionRecord pic x(150).
fd digestFile.
    01 digestRecord pic x(100).
fd calendarFile.
        05 cal-date pic 9(8).
        05 filler   pic x.
        05 cal-type pic x.
*> Escalation list from the alert workbench
fd escFile.
    01 escRecord pic x(100).
working-storage section.
01 log-status.
    05 log-status-1 pic x.
01 cal-status.
    05 cal-status-1 pic x.
    05 cal-status-2 pic x.
01 esc-status.
    05 esc-status-1 pic x.
    05 esc-status-2 pic x.

77 eof-switch pic 9 value 1.
*> Switch to remember whether the digest file opened
77 totConvRuns pic 9(4) usage is comp value 0.
77 totFreshRej pic 9(6) usage is comp value 0.
77 totQueueDepth pic 9(6) usage is comp value 0.
77 totEscalated pic 9(6) usage is comp value 0.
77 formattedCount pic z(6).
*> Switch set on while the report sweep is inside a block written
*> under the digest date
    move zero to totConvRuns.
    move zero to totFreshRej.
    move zero to totQueueDepth.
    move zero to totEscalated.
    move zero to inBlock-switch.
    move zero to holCount.
    perform loadHolidayProcedure.
    perform sieveSectionProcedure.
    perform convSectionProcedure.
    perform exceptionSectionProcedure.
    perform escalationSectionProcedure.
    if digest-is-open
        close digestFile
    end-if.
            end-if
    end-read.

*> Procedure to carry forward the escalated alerts still open
escalationSectionProcedure.
    perform putBlankProcedure.
    move "ESCALATED ALERTS STILL OPEN" to digestRecord.
    perform putLineProcedure.
    move "---------------------------" to digestRecord.
    perform putLineProcedure.
    open input escFile.
    if esc-status-1 = '0' and esc-status-2 = '0'
        move 1 to eof-switch
        perform digestEscalationProcedure until eof-switch = 0
        close escFile
        move 1 to eof-switch
    end-if.
    move totEscalated to formattedCount.
    move spaces to digestRecord.
    string "open escalations   : " formattedCount
        delimited by size into digestRecord.
    perform putLineProcedure.

*> Procedure to reprint one escalated alert
digestEscalationProcedure.
    read escFile
        at end move zero to eof-switch
        not at end
            if escRecord(1:4) is not equal to "ESC "
                add 1 to totEscalated
                move escRecord to digestRecord
                perform putLineProcedure
            end-if
    end-read.

*> Procedure to put one built line on the console and the digest
putLineProcedure.
    display digestRecord.
