*> manifest line (CONVGMAN.TXT columns 71-78), this report pulls the
*> three trails together: every stamped update action listed with its
*> date, source, and operator, and a count of actions per operator at
*> the end. A write-off approved or returned through excapprv shows
*> under the approver with the requesting clerk named beside it.
*> Records written before the stamping went in show as
*> UNSTAMPD rather than being guessed at. The report goes to the
*> console and to WHODID.TXT. The accession master maintenance log
*> (ACCMLOG.TXT, same layout as the cache log) is swept as well, so
*> every add, change, delete and load of an accession is accounted for,
*> and so is the alert workbench's status file (OPSASTAT.TXT) - every
*> acknowledgment, note and closure of an operations alert. So is the
*> converter's duplicate-content override log (CONVFOVR.TXT), since
*> letting already-processed content through again is an update
*> action someone has to answer for. The operator authority log
*> (OPERALOG.TXT) is swept too: grants and revocations are actions
*> like any other, and every update action refused for want of
*> authority is listed and counted by operator and function in a
*> section of its own.
identification division.
program-id. whodid.
environment division.
    file status is disp-status.
    select cmnFile assign to "CMNLOG.TXT" organization is line sequential
    file status is cmn-status.
    select accmFile assign to "ACCMLOG.TXT" organization is line sequential
    file status is accm-status.
    select astatFile assign to "OPSASTAT.TXT" organization is line sequential
    file status is astat-status.
    select fovrFile assign to "CONVFOVR.TXT" organization is line sequential
    file status is fovr-status.
    select manFile assign to "CONVGMAN.TXT" organization is line sequential
    file status is man-status.
    select alogFile assign to "OPERALOG.TXT" organization is line sequential
    file status is alog-status.
    select reportFile assign to "WHODID.TXT" organization is line sequential
    file status is rpt-status.
data division.
file section.
fd dispFile.
    01 dispRecord pic x(150).
fd cmnFile.
    01 cmnRecord pic x(80).
fd accmFile.
    01 accmRecord pic x(80).
fd astatFile.
    01 astatRecord pic x(100).
fd fovrFile.
    01 fovrRecord pic x(80).
fd manFile.
    01 manRecord pic x(80).
fd alogFile.
    01 alogRecord pic x(80).
fd reportFile.
    01 reportRecord pic x(100).
working-storage section.
01 cmn-status.
    05 cmn-status-1 pic x.
    05 cmn-status-2 pic x.
01 accm-status.
    05 accm-status-1 pic x.
    05 accm-status-2 pic x.
01 astat-status.
    05 astat-status-1 pic x.
    05 astat-status-2 pic x.
01 fovr-status.
    05 fovr-status-1 pic x.
    05 fovr-status-2 pic x.
01 man-status.
    05 man-status-1 pic x.
    05 man-status-2 pic x.
01 alog-status.
    05 alog-status-1 pic x.
    05 alog-status-2 pic x.
01 rpt-status.
    05 rpt-status-1 pic x.
    05 rpt-status-2 pic x.
77 opIndex pic 99 usage is comp.
77 opFoundIndex pic 99 usage is comp.
77 totActions pic 9(6) usage is comp value 0.

*> Authority refusals per operator and function, with the refusal
*> lines held for their own section
01 refTable.
    05 refEntry occurs 50 times.
        10 ref-operator pic x(8).
        10 ref-function pic x.
        10 ref-count    pic 9(6) usage is comp.
77 refCount pic 99 usage is comp value 0.
77 refMax   pic 99 value 50.
77 refIndex pic 99 usage is comp.
77 refFoundIndex pic 99 usage is comp.
01 refLineTable.
    05 refLine occurs 200 times pic x(80).
77 refLineCount pic 9(3) usage is comp value 0.
77 refLineMax   pic 9(3) value 200.
77 refLineIndex pic 9(3) usage is comp.
77 totRefusals  pic 9(6) usage is comp value 0.
77 formattedCount pic z(6).

*> Main procedure - sweep the seven stamped trails, then print the
*> per-operator counts
procedure division.
    display "---Who-did-what report---".
    move zero to rpt-switch.
    move zero to opCount.
    move zero to totActions.
    move zero to refCount.
    move zero to refLineCount.
    move zero to totRefusals.
    move spaces to manDate.
    open output reportFile.
    if rpt-status-1 = '0' and rpt-status-2 = '0'
    perform putLineProcedure.
    perform dispSweepProcedure.
    perform cmnSweepProcedure.
    perform accmSweepProcedure.
    perform astatSweepProcedure.
    perform fovrSweepProcedure.
    perform manSweepProcedure.
    perform alogSweepProcedure.
    perform operatorTotalsProcedure.
    perform refusalSectionProcedure.
    if report-is-open
        close reportFile
    end-if.
        not at end
            if dispRecord(1:8) is numeric
                move dispRecord(1:8) to actDate
                move dispRecord(101:8) to actOperator
                *> An approval-program record carries the requesting
                *> clerk in 113-120 beside the approver, and both
                *> names go on the line
                if dispRecord(113:8) is equal to spaces
                    move "EXCREPAIR" to actSource
                    move dispRecord(10:50) to actText
                else
                    move "EXCAPPRV" to actSource
                    move spaces to actText
                    string function trim(dispRecord(10:30)) " "
                        dispRecord(41:16) " REQ BY " dispRecord(113:8)
                        delimited by size into actText
                end-if
                perform recordActionProcedure
            end-if
    end-read.
            end-if
    end-read.

*> Procedure to sweep the accession master maintenance log
accmSweepProcedure.
    open input accmFile.
    if accm-status-1 = '0' and accm-status-2 = '0'
        move 1 to eof-switch
        perform accmActionProcedure until eof-switch = 0
        close accmFile
        move 1 to eof-switch
    end-if.

*> Procedure to fold one accession-maintenance record in
accmActionProcedure.
    read accmFile
        at end move zero to eof-switch
        not at end
            if accmRecord(1:8) is numeric
                move accmRecord(1:8) to actDate
                move "ACCMAINT" to actSource
                move accmRecord(21:8) to actOperator
                move accmRecord(30:50) to actText
                perform recordActionProcedure
            end-if
    end-read.

*> Procedure to sweep the alert workbench's status file
astatSweepProcedure.
    open input astatFile.
    if astat-status-1 = '0' and astat-status-2 = '0'
        move 1 to eof-switch
        perform astatActionProcedure until eof-switch = 0
        close astatFile
        move 1 to eof-switch
    end-if.

*> Procedure to fold one alert-handling record in
astatActionProcedure.
    read astatFile
        at end move zero to eof-switch
        not at end
            if astatRecord(1:8) is numeric
                move astatRecord(1:8) to actDate
                move "OPSWORK" to actSource
                move astatRecord(21:8) to actOperator
                move spaces to actText
                string astatRecord(19:1) " ALERT " astatRecord(30:6) " "
                    astatRecord(55:40) delimited by size into actText
                perform recordActionProcedure
            end-if
    end-read.

*> Procedure to sweep the converter's duplicate-override log
fovrSweepProcedure.
    open input fovrFile.
    if fovr-status-1 = '0' and fovr-status-2 = '0'
        move 1 to eof-switch
        perform fovrActionProcedure until eof-switch = 0
        close fovrFile
        move 1 to eof-switch
    end-if.

*> Procedure to fold one duplicate-override record in
fovrActionProcedure.
    read fovrFile
        at end move zero to eof-switch
        not at end
            if fovrRecord(1:8) is numeric
                move fovrRecord(1:8) to actDate
                move "ROMANA3_1" to actSource
                move fovrRecord(21:8) to actOperator
                move fovrRecord(30:50) to actText
                perform recordActionProcedure
            end-if
    end-read.

*> Procedure to sweep the generation manifest - header lines carry
*> the run date for the lines that follow, and only the purge
*> (DELETED) lines are update actions worth the audit's attention
            end-evaluate
    end-read.

*> Procedure to sweep the operator authority log
alogSweepProcedure.
    open input alogFile.
    if alog-status-1 = '0' and alog-status-2 = '0'
        move 1 to eof-switch
        perform alogActionProcedure until eof-switch = 0
        close alogFile
        move 1 to eof-switch
    end-if.

*> Procedure to fold one authority-log record in - a refusal goes to
*> the refusal section, a grant or revocation is an ordinary action
alogActionProcedure.
    read alogFile
        at end move zero to eof-switch
        not at end
            if alogRecord(1:8) is numeric
                if alogRecord(30:8) is equal to "REFUSED "
                    perform recordRefusalProcedure
                else
                    move alogRecord(1:8) to actDate
                    move "OPERMAINT" to actSource
                    move alogRecord(21:8) to actOperator
                    move alogRecord(30:50) to actText
                    perform recordActionProcedure
                end-if
            end-if
    end-read.

*> Procedure to hold one refusal line and tally it by operator and
*> function
recordRefusalProcedure.
    add 1 to totRefusals.
    if refLineCount is less than refLineMax
        add 1 to refLineCount
        move spaces to refLine(refLineCount)
        string alogRecord(1:8) " " alogRecord(21:8) " "
            alogRecord(38:42)
            delimited by size into refLine(refLineCount)
    end-if.
    move zero to refFoundIndex.
    move 1 to refIndex.
    perform findRefusalProcedure
        until refIndex is greater than refCount
        or refFoundIndex is greater than zero.
    if refFoundIndex is greater than zero
        add 1 to ref-count(refFoundIndex)
    else
        if refCount is less than refMax
            add 1 to refCount
            move alogRecord(21:8) to ref-operator(refCount)
            move alogRecord(19:1) to ref-function(refCount)
            move 1 to ref-count(refCount)
        end-if
    end-if.

*> Procedure to test one refusal tally entry
findRefusalProcedure.
    if ref-operator(refIndex) is equal to alogRecord(21:8)
        and ref-function(refIndex) is equal to alogRecord(19:1)
        move refIndex to refFoundIndex
    end-if.
    add 1 to refIndex.

*> Procedure to print the authority refusals - each refusal, then
*> the count per operator and function
refusalSectionProcedure.
    move spaces to reportRecord.
    perform putLineProcedure.
    move "AUTHORITY REFUSALS" to reportRecord.
    perform putLineProcedure.
    move "------------------" to reportRecord.
    perform putLineProcedure.
    move 1 to refLineIndex.
    perform printRefusalLineProcedure
        until refLineIndex is greater than refLineCount.
    move spaces to reportRecord.
    perform putLineProcedure.
    move "OPERATOR FUNCTION  REFUSED" to reportRecord.
    perform putLineProcedure.
    move 1 to refIndex.
    perform printRefusalCountProcedure until refIndex is greater than refCount.
    move totRefusals to formattedCount.
    move spaces to reportRecord.
    string "total refusals: " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.

*> Procedure to print one held refusal line
printRefusalLineProcedure.
    move refLine(refLineIndex) to reportRecord.
    perform putLineProcedure.
    add 1 to refLineIndex.

*> Procedure to print one operator and function's refusal count
printRefusalCountProcedure.
    move ref-count(refIndex) to formattedCount.
    move spaces to reportRecord.
    string ref-operator(refIndex) " " ref-function(refIndex)
        "         " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    add 1 to refIndex.

*> Procedure to print one action line and tally its operator - a
*> record from before the stamping went in counts under UNSTAMPD
recordActionProcedure.
