*> Outbound reject return files to the originating bureaus
*> Rejects on CONVEXC.TXT are worked in-house by excrepair, but the
*> bureau that keyed the bad numerals never heard about them, so the
*> same keying errors kept arriving. This program takes the day's new
*> exceptions - those written on the business date - and builds one
*> return file per source feed file, named after it with .RET
*> appended, the same way the canonicalization run names its corrected
*> copy. Each entry carries the exception ID, the source file name and
*> line the reject came from, the numeral as received, the reason
*> code, and conv's position and character where conv reported them,
*> comma-delimited like the CSV export. Each return file goes out
*> under the same HDR/TRL transmission wrapper the CSV export uses,
*> numbered from that feed's own outbound sequence - CONVRSEQ.TXT
*> keeps the last number sent per source file name - so each bureau
*> sees an unbroken run of numbers and can intake-validate our returns
*> the way we validate their feeds. A numeral or character carrying a
*> comma or a quote goes out quoted, as on the CSV export. Exceptions
*> with no source line (keyed conversions) have no bureau to go back
*> to and are counted, not returned.
*> The business date defaults to today; an optional EXCRPARM.TXT card
*> carrying a yyyymmdd date in columns 1-8 rebuilds an earlier day.
*> Run it after the day's conversions and before the repair clerks
*> start clearing the queue.
identification division.
program-id. excretn.
environment division.
input-output section.
file-control.
    select exceptionFile assign to "CONVEXC.TXT" organization is line sequential
    file status is exception-status.
    select parmCard assign to "EXCRPARM.TXT" organization is line sequential
    file status is parm-status.
*> One return file per source feed file, named at run time
    select returnFile assign to dynamic returnName
    organization is line sequential
    file status is return-status.
*> Last outbound sequence number sent on each feed's return file
    select rseqFile assign to "CONVRSEQ.TXT" organization is line sequential
    file status is rseq-status.
data division.
file section.
fd exceptionFile.
    01 exceptionRecord pic x(150).
fd parmCard.
    01 parmRecord pic x(80).
fd returnFile.
    01 returnRecord pic x(120).
*> One record per source feed file - the last return sequence number
*> sent to it. A record with no feed name is the single counter kept
*> before the sequences were split by feed
fd rseqFile.
    01 rseqRecord.
        05 rseq-last pic 9(6).
        05 filler    pic x.
        05 rseq-feed pic x(30).
working-storage section.
01 exception-status.
    05 exception-status-1 pic x.
    05 exception-status-2 pic x.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.
01 return-status.
    05 return-status-1 pic x.
    05 return-status-2 pic x.
01 rseq-status.
    05 rseq-status-1 pic x.
    05 rseq-status-2 pic x.

77 eof-switch   pic 9 value 1.
77 runDate      pic 9(8).
01 bizDateX     pic x(8).
01 bizDateN redefines bizDateX pic 9(8).

*> The day's new exceptions that carry a source line, loaded so each
*> feed's entries can be written together under one wrapper
01 retTable.
    05 retEntry occurs 2000 times.
        10 ret-record pic x(150).
        10 ret-done   pic x.
77 retCount    pic 9(4) usage is comp value 0.
77 retMax      pic 9(4) value 2000.
77 retIndex    pic 9(4) usage is comp.
77 feedIndex   pic 9(4) usage is comp.
*> Switch set on when the day's exceptions overflow the table
77 overflow-switch pic 9 value 0.
    88 table-overflowed value 1.

*> The feed being written - its source file name, its return file,
*> and the wrapper's sequence and count
77 feedName     pic x(30).
77 returnName   pic x(45).
77 outSeq       pic 9(6) value 0.
77 feedCount    pic 9(6) value 0.
77 controlLine  pic x(40).
77 retPtr       pic 9(3).

*> Every feed's last return sequence, loaded up front and written
*> back as each return file goes out
01 rseqTable.
    05 rseqEntry occurs 500 times.
        10 rs-last pic 9(6).
        10 rs-feed pic x(30).
77 rseqCount   pic 9(4) usage is comp value 0.
77 rseqMax     pic 9(4) value 500.
77 rseqIndex   pic 9(4) usage is comp.
77 rseqFound   pic 9(4) usage is comp.
*> The single counter kept before the split - a feed not yet on file
*> carries on from it, so no bureau is sent a number it has seen
77 rseqLegacy  pic 9(6) value 0.

*> One field of a return entry being put on the row, quoted when it
*> carries a comma or a quote
77 fieldText   pic x(30).
77 fieldLen    pic 99 usage is comp.
77 fieldIndex  pic 99 usage is comp.
77 fieldCommas pic 99 usage is comp.
77 fieldQuotes pic 99 usage is comp.

*> The fields of one return entry, picked out of the exception record
01 entryLine    pic x(6).
01 entryReason  pic x(2).
01 entryPos     pic x(2).
01 entryChar    pic x.

77 totToday     pic 9(6) usage is comp value 0.
77 totReturned  pic 9(6) usage is comp value 0.
77 totNoSource  pic 9(6) usage is comp value 0.
77 totFeeds     pic 9(4) usage is comp value 0.
77 formattedTotal pic z(6).

*> Central operations alert fields
77 alertSeverity pic x.
77 alertProgram  pic x(12) value "EXCRETN".
77 alertMessage  pic x(60).

*> Main procedure - pick out the day's exceptions, then write one
*> wrapped return file per source feed file
procedure division.
    display "---Reject return files to the bureaus---".
    accept runDate from date yyyymmdd.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move zero to retCount.
    move zero to totToday.
    move zero to totReturned.
    move zero to totNoSource.
    move zero to totFeeds.
    move zero to overflow-switch.
    move zero to rseqCount.
    move zero to rseqLegacy.
    move runDate to bizDateN.
    open input parmCard.
    if parm-status-1 = '0' and parm-status-2 = '0'
        read parmCard
            not at end
                if parmRecord(1:8) is numeric
                    move parmRecord(1:8) to bizDateX
                end-if
        end-read
        close parmCard
    end-if.
    display "Business date " bizDateX.
    perform loadExceptionProcedure.
    if table-overflowed
        display "More of the day's exceptions than the return table "
            "holds - no return files written"
        move "W" to alertSeverity
        move "DAY'S EXCEPTIONS EXCEED RETURN TABLE - NONE SENT"
            to alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
        move 8 to return-code
        goback
    end-if.
    perform loadSequenceProcedure.
    move 1 to feedIndex.
    perform nextFeedProcedure until feedIndex is greater than retCount.
    perform totalsProcedure.
    if totReturned is equal to zero
        move 4 to return-code
    end-if.
    goback.

*> Procedure to load the business date's exceptions into the table
loadExceptionProcedure.
    open input exceptionFile.
    if exception-status-1 = '0' and exception-status-2 = '0'
        move 1 to eof-switch
        perform readExceptionProcedure until eof-switch = 0
        close exceptionFile
    else
        display "Unable to open exception file CONVEXC.TXT"
    end-if.

*> Procedure to read one exception and keep it if it is the day's and
*> has a source line to go back to
readExceptionProcedure.
    read exceptionFile
        at end move zero to eof-switch
        not at end
            if exceptionRecord(92:8) is equal to bizDateX
                add 1 to totToday
                if exceptionRecord(114:30) is equal to spaces
                    add 1 to totNoSource
                else
                    if retCount is less than retMax
                        add 1 to retCount
                        move exceptionRecord to ret-record(retCount)
                        move "N" to ret-done(retCount)
                    else
                        move 1 to overflow-switch
                        move zero to eof-switch
                    end-if
                end-if
            end-if
    end-read.

*> Procedure to write the return file for the next feed not yet sent
*> - the first unsent entry names the feed, and every entry for the
*> same source file goes out with it
nextFeedProcedure.
    if ret-done(feedIndex) is equal to "N"
        move ret-record(feedIndex)(114:30) to feedName
        perform writeFeedProcedure
    end-if.
    add 1 to feedIndex.

*> Procedure to write one feed's return file under its wrapper - a
*> feed with no room left for its sequence on CONVRSEQ.TXT is held
*> back rather than sent a number that would not be remembered
writeFeedProcedure.
    move spaces to returnName.
    string function trim(feedName) ".RET"
        delimited by size into returnName.
    perform findSequenceProcedure.
    if rseqFound is equal to zero
        display "No room on CONVRSEQ.TXT for the sequence of " feedName
        move "E" to alertSeverity
        move spaces to alertMessage
        string "RETURN SEQUENCE TABLE FULL - NOT SENT: " returnName
            delimited by size into alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
        move 8 to return-code
        move feedIndex to retIndex
        perform markFeedProcedure until retIndex is greater than retCount
    else
        perform openFeedProcedure
    end-if.

*> Procedure to open the feed's return file and write it out
openFeedProcedure.
    open output returnFile.
    if return-status-1 not = '0' or return-status-2 not = '0'
        display "Unable to open return file " returnName
        move "E" to alertSeverity
        move spaces to alertMessage
        string "UNABLE TO WRITE REJECT RETURN: " returnName
            delimited by size into alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
        move 8 to return-code
        move feedIndex to retIndex
        perform markFeedProcedure until retIndex is greater than retCount
    else
        perform writeHeaderProcedure
        move zero to feedCount
        move feedIndex to retIndex
        perform writeEntryProcedure until retIndex is greater than retCount
        perform writeTrailerProcedure
        close returnFile
        add 1 to totFeeds
        move feedCount to formattedTotal
        display function trim(returnName) " - " formattedTotal
            " rejects returned"
    end-if.

*> Procedure to mark one entry of a feed that could not be written,
*> so it is not tried again under the same name
markFeedProcedure.
    if ret-record(retIndex)(114:30) is equal to feedName
        move "Y" to ret-done(retIndex)
    end-if.
    add 1 to retIndex.

*> Procedure to load every feed's last return sequence from
*> CONVRSEQ.TXT - no file yet means no feed has been sent one
loadSequenceProcedure.
    open input rseqFile.
    if rseq-status-1 = '0' and rseq-status-2 = '0'
        move 1 to eof-switch
        perform readSequenceProcedure until eof-switch = 0
        close rseqFile
    end-if.

*> Procedure to read one feed's sequence into the next table entry
readSequenceProcedure.
    read rseqFile
        at end move zero to eof-switch
        not at end
            if rseqRecord(1:6) is numeric
                if rseq-feed is equal to spaces
                    move rseq-last to rseqLegacy
                else
                    if rseqCount is less than rseqMax
                        add 1 to rseqCount
                        move rseq-last to rs-last(rseqCount)
                        move rseq-feed to rs-feed(rseqCount)
                    end-if
                end-if
            end-if
    end-read.

*> Procedure to find the feed in hand on the sequence table, adding
*> it when it has never been sent a return - leaves rseqFound zero
*> when the table has no room for it
findSequenceProcedure.
    move zero to rseqFound.
    move 1 to rseqIndex.
    perform scanSequenceProcedure until rseqIndex is greater than rseqCount
        or rseqFound is greater than zero.
    if rseqFound is equal to zero and rseqCount is less than rseqMax
        add 1 to rseqCount
        move rseqLegacy to rs-last(rseqCount)
        move feedName to rs-feed(rseqCount)
        move rseqCount to rseqFound
    end-if.

*> Procedure to test one sequence table entry against the feed
scanSequenceProcedure.
    if rs-feed(rseqIndex) is equal to feedName
        move rseqIndex to rseqFound
    end-if.
    add 1 to rseqIndex.

*> Procedure to open the return file's transmission region - the
*> header carries the business date and the feed's next return
*> sequence number, in the layout our own intake validates
writeHeaderProcedure.
    compute outSeq = rs-last(rseqFound) + 1.
    move spaces to controlLine.
    string "HDR DATE: " bizDateX " SEQ: " outSeq
        delimited by size into controlLine.
    write returnRecord from controlLine.

*> Procedure to close the return file's region - the trailer carries
*> the entry count, and the sequence just sent becomes the feed's new
*> outbound high-water mark
writeTrailerProcedure.
    move spaces to controlLine.
    string "TRL COUNT: " feedCount
        delimited by size into controlLine.
    write returnRecord from controlLine.
    move outSeq to rs-last(rseqFound).
    open output rseqFile.
    if rseq-status-1 = '0' and rseq-status-2 = '0'
        if rseqLegacy is greater than zero
            move spaces to rseqRecord
            move rseqLegacy to rseq-last
            write rseqRecord
        end-if
        move 1 to rseqIndex
        perform writeSequenceProcedure until rseqIndex is greater than rseqCount
        close rseqFile
    else
        display "Unable to rewrite CONVRSEQ.TXT - sequence " outSeq
            " for " feedName " not kept"
        move "E" to alertSeverity
        move spaces to alertMessage
        string "RETURN SEQUENCE NOT KEPT FOR " feedName
            delimited by size into alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
        move 8 to return-code
    end-if.

*> Procedure to write one feed's sequence back to CONVRSEQ.TXT
writeSequenceProcedure.
    move spaces to rseqRecord.
    move rs-last(rseqIndex) to rseq-last.
    move rs-feed(rseqIndex) to rseq-feed.
    write rseqRecord.
    add 1 to rseqIndex.

*> Procedure to write one entry if it belongs to the feed in hand -
*> exception ID, source file, line, numeral as received, reason code,
*> conv position and character
writeEntryProcedure.
    if ret-done(retIndex) is equal to "N"
        and ret-record(retIndex)(114:30) is equal to feedName
        move ret-record(retIndex)(145:6) to entryLine
        move ret-record(retIndex)(38:2) to entryReason
        move spaces to entryPos
        move spaces to entryChar
        if ret-record(retIndex)(61:5) is equal to " POS "
            move ret-record(retIndex)(66:2) to entryPos
            move ret-record(retIndex)(73:1) to entryChar
        end-if
        move spaces to returnRecord
        move 1 to retPtr
        string ret-record(retIndex)(101:12) delimited by size
            "," delimited by size
            into returnRecord with pointer retPtr
        move feedName to fieldText
        perform appendFieldProcedure
        string "," delimited by size
            entryLine delimited by size
            "," delimited by size
            into returnRecord with pointer retPtr
        move function trim(ret-record(retIndex)(1:30)) to fieldText
        perform appendFieldProcedure
        string "," delimited by size
            entryReason delimited by size
            "," delimited by size
            function trim(entryPos) delimited by size
            "," delimited by size
            into returnRecord with pointer retPtr
        move entryChar to fieldText
        perform appendFieldProcedure
        write returnRecord
        move "Y" to ret-done(retIndex)
        add 1 to feedCount
        add 1 to totReturned
    end-if.
    add 1 to retIndex.

*> Procedure to put one field on the return row - as it stands, or
*> between quotes with any quote inside it doubled when it carries a
*> comma or a quote, the way a spreadsheet reads it back
appendFieldProcedure.
    move zero to fieldCommas.
    move zero to fieldQuotes.
    inspect fieldText tallying fieldCommas for all ","
        fieldQuotes for all quote.
    if fieldCommas is equal to zero and fieldQuotes is equal to zero
        string function trim(fieldText trailing) delimited by size
            into returnRecord with pointer retPtr
    else
        compute fieldLen = function length(function trim(fieldText trailing))
        string quote delimited by size
            into returnRecord with pointer retPtr
        move 1 to fieldIndex
        perform appendCharProcedure until fieldIndex is greater than fieldLen
        string quote delimited by size
            into returnRecord with pointer retPtr
    end-if.

*> Procedure to put one character of a quoted field on the row
appendCharProcedure.
    if fieldText(fieldIndex:1) is equal to quote
        string quote quote delimited by size
            into returnRecord with pointer retPtr
    else
        string fieldText(fieldIndex:1) delimited by size
            into returnRecord with pointer retPtr
    end-if.
    add 1 to fieldIndex.

*> Procedure to print the run's totals
totalsProcedure.
    display "------------------------------".
    move totToday to formattedTotal.
    display "day's exceptions   : " formattedTotal.
    move totReturned to formattedTotal.
    display "returned to bureau : " formattedTotal.
    move totNoSource to formattedTotal.
    display "no source line     : " formattedTotal.
    move totFeeds to formattedTotal.
    display "return files       : " formattedTotal.

end program excretn.
