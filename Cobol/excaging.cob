*> against the SLA, and the oldest entries are listed; every
*> disposition on CONVDISP.TXT that carries its exception ID (the ID
*> embeds the reject date) yields its reject-to-disposition interval,
*> averaged at the end. Weekends don't count - the SLA days are
*> business days. Each reason code carries its own disposition SLA on
*> the reason-code master CONVRSN.TXT, so an entry is bucketed by how
*> far past its own reason's SLA it is - a code not on the master, or
*> no master at all, keeps the five-day standard - and the pending
*> queue is broken down by reason against each one's SLA. The report
*> goes to the console and to CONVAGE.TXT.
identification division.
program-id. excaging.
environment division.
    file status is disp-status.
    select reportFile assign to "CONVAGE.TXT" organization is line sequential
    file status is rpt-status.
    select rsnFile assign to "CONVRSN.TXT" organization is line sequential
    file status is rsn-status.
data division.
file section.
fd exceptionFile.
    01 exceptionRecord pic x(150).
fd dispFile.
    01 dispRecord pic x(150).
fd reportFile.
    01 reportRecord pic x(80).
fd rsnFile.
    copy "convrsn.cpy".
working-storage section.
01 exception-status.
    05 exception-status-1 pic x.
01 rpt-status.
    05 rpt-status-1 pic x.
    05 rpt-status-2 pic x.
01 rsn-status.
    05 rsn-status-1 pic x.
    05 rsn-status-2 pic x.

77 eof-switch pic 9 value 1.
*> Switch to remember whether the report file opened
        10 pend-numeral pic x(30).
        10 pend-date    pic x(8).
        10 pend-age     pic 9(5) usage is comp.
        10 pend-reason  pic xx.
        10 pend-sla     pic 9(3).
01 pendHoldEntry.
    05 pendh-numeral pic x(30).
    05 pendh-date    pic x(8).
    05 pendh-age     pic 9(5) usage is comp.
    05 pendh-reason  pic xx.
    05 pendh-sla     pic 9(3).
77 pendCount pic 9(4) usage is comp value 0.
77 pendMax   pic 9(4) value 2000.
77 pendIndex pic 9(4) usage is comp.
77 pendFull-switch pic 9 value 0.
    88 pend-table-full value 1.

*> Age buckets by business days past the entry's own reason SLA -
*> for the five-day standard the same 0-5, 6-10, 11-20 and 21-and-up
*> bands the report always printed
77 bucketSLA    pic 9(4) usage is comp value 0.
77 bucket6to10  pic 9(4) usage is comp value 0.
77 bucket11to20 pic 9(4) usage is comp value 0.
77 bucket21up   pic 9(4) usage is comp value 0.
77 daysOver     pic s9(5) usage is comp.

*> The disposition SLA and the pending counts per reason code, one
*> slot per code
01 rsnTable.
    05 rsnEntry occurs 99 times.
        10 rt-onfile  pic x.
        10 rt-desc    pic x(18).
        10 rt-sla     pic 9(3).
        10 rt-pending pic 9(4) usage is comp.
        10 rt-over    pic 9(4) usage is comp.
77 rsnIndex     pic 9(3) usage is comp.
77 standardSla  pic 9(3) value 5.
77 entrySla     pic 9(3).
01 excReasonX   pic xx.
01 excReasonN redefines excReasonX pic 99.
*> Pending entries whose reason code is not a readable two digits
77 totUncoded   pic 9(4) usage is comp value 0.
77 formattedSla pic zz9.
77 formattedOver pic z(5).

*> Reject-to-disposition interval accumulation off the disposition
*> trail - the exception ID's first eight digits are the reject date
    move zero to bucket21up.
    move zero to dispWorked.
    move zero to dispDaysSum.
    move zero to totUncoded.
    compute todayInt = function integer-of-date(runDate).
    perform loadReasonProcedure.
    perform loadPendingProcedure.
    perform digestDispositionProcedure.
    open output reportFile.
        display "Unable to open CONVAGE.TXT, continuing with console only"
    end-if.
    perform bucketSectionProcedure.
    perform reasonSectionProcedure.
    perform oldestSectionProcedure.
    perform averageSectionProcedure.
    if report-is-open
                    function integer-of-date(stampDateN)
                move todayInt to bdToInt
                perform businessDaysProcedure
                perform entrySlaProcedure
                if pendCount is less than pendMax
                    add 1 to pendCount
                    move exceptionRecord(1:30) to pend-numeral(pendCount)
                    move exceptionRecord(92:8) to pend-date(pendCount)
                    move bdCount to pend-age(pendCount)
                    move excReasonX to pend-reason(pendCount)
                    move entrySla to pend-sla(pendCount)
                else
                    move 1 to pendFull-switch
                end-if
                compute daysOver = bdCount - entrySla
                evaluate true
                    when daysOver is not greater than 0
                        add 1 to bucketSLA
                    when daysOver is not greater than 5
                        add 1 to bucket6to10
                    when daysOver is not greater than 15
                        add 1 to bucket11to20
                    when other
                        add 1 to bucket21up
                end-evaluate
                if excReasonX is numeric and excReasonN is greater than zero
                    add 1 to rt-pending(excReasonN)
                    if daysOver is greater than 0
                        add 1 to rt-over(excReasonN)
                    end-if
                else
                    add 1 to totUncoded
                end-if
            else
                add 1 to totUndated
            end-if
    end-read.

*> Procedure to load the reason-code master's SLAs - with no master
*> every reason keeps the five-day standard
loadReasonProcedure.
    move spaces to rsnTable.
    move 1 to rsnIndex.
    perform clearReasonProcedure until rsnIndex is greater than 99.
    open input rsnFile.
    if rsn-status-1 = '0' and rsn-status-2 = '0'
        move 1 to eof-switch
        perform readReasonProcedure until eof-switch = 0
        close rsnFile
        move 1 to eof-switch
    end-if.

*> Procedure to start one code's slot at the standard with no counts
clearReasonProcedure.
    move standardSla to rt-sla(rsnIndex).
    move zero to rt-pending(rsnIndex).
    move zero to rt-over(rsnIndex).
    add 1 to rsnIndex.

*> Procedure to read one master record's SLA into its code's slot - a
*> zero or unreadable SLA keeps the standard
readReasonProcedure.
    read rsnFile
        at end move zero to eof-switch
        not at end
            if rsn-code is numeric and rsn-code is greater than zero
                move "Y" to rt-onfile(rsn-code)
                move rsn-desc to rt-desc(rsn-code)
                if rsn-sla is numeric and rsn-sla is greater than zero
                    move rsn-sla to rt-sla(rsn-code)
                end-if
            end-if
    end-read.

*> Procedure to find the SLA of the pending entry in hand from the
*> reason code after "REASON " in columns 38-39
entrySlaProcedure.
    move exceptionRecord(38:2) to excReasonX.
    if excReasonX is numeric and excReasonN is greater than zero
        move rt-sla(excReasonN) to entrySla
    else
        move standardSla to entrySla
    end-if.

*> Procedure to digest the disposition trail - a worked disposition
*> whose exception ID is readable yields its reject-to-disposition
*> interval in business days
    string "EXCEPTION AGING REPORT  RUN " runDate
        delimited by size into reportRecord.
    perform putLineProcedure.
    move "PENDING BY BUSINESS DAYS PAST REASON SLA" to reportRecord.
    perform putLineProcedure.
    move "----------------------------------------" to reportRecord.
    perform putLineProcedure.
    move bucketSLA to formattedCount.
    move spaces to reportRecord.
    string "WITHIN SLA          : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move bucket6to10 to formattedCount.
    move spaces to reportRecord.
    string " 1 -  5 OVER        : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move bucket11to20 to formattedCount.
    move spaces to reportRecord.
    string " 6 - 15 OVER        : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move bucket21up to formattedCount.
    move spaces to reportRecord.
    string "16 AND MORE OVER    : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    if totUndated is greater than zero
        perform putLineProcedure
    end-if.

*> Procedure to print the pending queue by reason code against each
*> reason's own SLA
reasonSectionProcedure.
    move spaces to reportRecord.
    perform putLineProcedure.
    move "PENDING BY REASON" to reportRecord.
    perform putLineProcedure.
    move "REASON DESCRIPTION        SLA PENDING OVER" to reportRecord.
    perform putLineProcedure.
    move "-------------------------------------------" to reportRecord.
    perform putLineProcedure.
    move 1 to rsnIndex.
    perform printReasonProcedure until rsnIndex is greater than 99.
    if totUncoded is greater than zero
        move totUncoded to formattedCount
        move spaces to reportRecord
        string "NO READABLE REASON CODE  : " formattedCount
            delimited by size into reportRecord
        perform putLineProcedure
    end-if.

*> Procedure to print one reason's pending line, if it has any
printReasonProcedure.
    if rt-pending(rsnIndex) is greater than zero
        move rsnIndex to excReasonN
        move rt-sla(rsnIndex) to formattedSla
        move rt-pending(rsnIndex) to formattedCount
        move rt-over(rsnIndex) to formattedOver
        move spaces to reportRecord
        if rt-onfile(rsnIndex) is not equal to "Y"
            move "(NOT ON MASTER)" to rt-desc(rsnIndex)
        end-if
        string "  " excReasonX "   " rt-desc(rsnIndex) " " formattedSla
            "  " formattedCount " " formattedOver
            delimited by size into reportRecord
        perform putLineProcedure
    end-if.
    add 1 to rsnIndex.

*> Procedure to list the oldest pending entries, oldest first
oldestSectionProcedure.
    move spaces to reportRecord.
*> Procedure to print one oldest-pending line
printOldestProcedure.
    move pend-age(pendIndex) to formattedAge.
    move pend-sla(pendIndex) to formattedSla.
    move spaces to reportRecord.
    string pend-numeral(pendIndex) " " pend-date(pendIndex)
        formattedAge " DAYS  REASON " pend-reason(pendIndex) " SLA"
        formattedSla delimited by size into reportRecord.
    perform putLineProcedure.
    add 1 to oldestPrinted.
    add 1 to pendIndex.
