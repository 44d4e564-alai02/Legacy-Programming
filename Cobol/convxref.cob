*> Value-to-source cross-reference over the conversion-history master
*> CONVHIST.DAT is keyed on the source document, line, and field, so
*> convhrpt answers "what did line 214 convert to" but never the
*> curators' more common question - "where else does 1742 appear?"
*> This program answers it by value: given a single decimal value or
*> a value range, it sweeps the master and lists every recorded
*> conversion whose value falls inside it, with the source file,
*> line, field, the numeral as written, the mode, and the run date
*> that produced it. Run with the CONVXPRM.TXT parameter card (low
*> value, high value - a zero high value means the single low value)
*> it is a batch listing to the console and CONVXREF.TXT; with no
*> card it is an operator inquiry screen, paged ten hits at a time.
*> The master is opened INPUT only.
identification division.
program-id. convxref.
environment division.
input-output section.
file-control.
    select histFile assign to "CONVHIST.DAT" organization is indexed
    access mode is dynamic record key is hist-key
    file status is hist-status.
    select parmCard assign to "CONVXPRM.TXT" organization is line sequential
    file status is parm-status.
    select reportFile assign to "CONVXREF.TXT" organization is line sequential
    file status is rpt-status.
data division.
file section.
fd histFile.
    copy "convhist.cpy".
*> The value or value range to trace - a zero high value means the
*> low value alone
fd parmCard.
    01 parmRecord.
        05 parm-lowvalue  pic 9(8).
        05 filler         pic x.
        05 parm-highvalue pic 9(8).
fd reportFile.
    01 reportRecord pic x(110).
working-storage section.
01 hist-status.
    05 hist-status-1 pic x.
    05 hist-status-2 pic x.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.
01 rpt-status.
    05 rpt-status-1 pic x.
    05 rpt-status-2 pic x.

*> Switch set on when a parameter card was found for this run
77 parm-switch pic 9 value 0.
    88 parm-found value 1.
*> Switch to remember whether the report file opened
77 rpt-switch pic 9 value 0.
    88 report-is-open value 1.
*> Switch turning off the master sweep at end of file
77 sweep-switch pic 9 value 0.
    88 sweep-done value 1.
*> Switch turning off the main inquiry loop
77 quit-switch  pic 9 value 0.
    88 quit-requested value 1.

77 runDate      pic 9(8).
77 lookLowValue  pic 9(8) value 0.
77 lookHighValue pic 9(8) value 0.
77 swapValue     pic 9(8).
77 listedCount  pic 9(6) usage is comp value 0.
77 docCount     pic 9(6) usage is comp value 0.
77 lastFileName pic x(30).
77 formattedCount pic z(6).
77 formattedLine  pic z(6).
77 formattedValue pic z(8).
77 formattedLow   pic z(8).
77 formattedHigh  pic z(8).

*> Inquiry screen fields
77 inqLowValue  pic 9(8) value 0.
77 inqHighValue pic 9(8) value 0.
77 inqMessage   pic x(60) value spaces.
77 inqAction    pic x value space.

*> The hits found by the last screen search, one display line each,
*> paged ten at a time oldest-document first
01 hitTable.
    05 hitEntry occurs 2000 times pic x(75).
77 hitCount     pic 9(4) usage is comp value 0.
77 hitMax       pic 9(4) value 2000.
77 hitIndex     pic 9(4) usage is comp.
*> Index of the first hit shown on the current page
77 pageTop      pic 9(4) usage is comp value 1.
77 pageSlot     pic 99.
77 pageInfo     pic x(40).
77 formattedTop pic z(4).
*> The number of documents a search found - counted over every hit,
*> not just the ones kept for paging
77 formattedDocs pic z(5)9.
77 formattedCnt pic z(4).
01 pageLines.
    05 pageLine occurs 10 times pic x(75).

screen section.
*> Cross-reference screen - value or range in, source locations out
01 xrefScreen.
    05 blank screen.
    05 line 1 column 14 value "CONVERSION HISTORY - WHERE DOES THIS VALUE APPEAR".
    05 line 3 column 3 value "From value . . . :".
    05 line 3 column 22 pic 9(8) using inqLowValue.
    05 line 3 column 33 value "To value (0=same) :".
    05 line 3 column 53 pic 9(8) using inqHighValue.
    05 line 4 column 3 pic x(60) from inqMessage.
    05 line 5 column 3 pic x(40) from pageInfo.
    05 line 6 column 3
        value "   VALUE SOURCE FILE               LINE F NUMERAL              MO RUN DATE".
    05 line 7 column 3 pic x(75) from pageLine(1).
    05 line 8 column 3 pic x(75) from pageLine(2).
    05 line 9 column 3 pic x(75) from pageLine(3).
    05 line 10 column 3 pic x(75) from pageLine(4).
    05 line 11 column 3 pic x(75) from pageLine(5).
    05 line 12 column 3 pic x(75) from pageLine(6).
    05 line 13 column 3 pic x(75) from pageLine(7).
    05 line 14 column 3 pic x(75) from pageLine(8).
    05 line 15 column 3 pic x(75) from pageLine(9).
    05 line 16 column 3 pic x(75) from pageLine(10).
    05 line 18 column 3
        value "ENTER=search  F=forward  B=back  X=exit".
    05 line 19 column 3 value "Action . . . . . :".
    05 line 19 column 22 pic x using inqAction.

*> Main procedure - a parameter card makes this a batch listing,
*> otherwise the operator works the inquiry screen
procedure division.
    display "---Conversion history value cross-reference---".
    accept runDate from date yyyymmdd.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move zero to parm-switch.
    move zero to rpt-switch.
    move zero to sweep-switch.
    move zero to quit-switch.
    move zero to listedCount.
    move zero to docCount.
    move zero to hitCount.
    move zero to lookLowValue.
    move zero to lookHighValue.
    move zero to inqLowValue.
    move zero to inqHighValue.
    move 1 to pageTop.
    move space to inqAction.
    move spaces to pageInfo.
    move spaces to pageLines.
    perform readParmCardProcedure.
    open input histFile.
    if hist-status-1 not = '0' or hist-status-2 not = '0'
        display "Unable to open conversion history master, status " hist-status
        move 16 to return-code
        goback
    end-if.
    if parm-found
        perform batchListingProcedure
    else
        move "Enter a value or value range and press ENTER" to inqMessage
        perform inquiryProcedure until quit-requested
    end-if.
    close histFile.
    goback.

*> Procedure to read the optional parameter card for unattended runs
readParmCardProcedure.
    open input parmCard.
    if parm-status-1 = '0' and parm-status-2 = '0'
        read parmCard into parmRecord
            not at end
                if parm-lowvalue is numeric
                    move parm-lowvalue to lookLowValue
                end-if
                if parm-highvalue is numeric
                    move parm-highvalue to lookHighValue
                end-if
                move 1 to parm-switch
        end-read
        close parmCard
    end-if.

*> Procedure to settle the range - a zero high value means the low
*> value alone, and a range keyed backwards is turned round
normalizeRangeProcedure.
    if lookHighValue is equal to zero
        move lookLowValue to lookHighValue
    end-if.
    if lookHighValue is less than lookLowValue
        move lookLowValue to swapValue
        move lookHighValue to lookLowValue
        move swapValue to lookHighValue
    end-if.

*> Procedure to produce the batch listing for the parameter card
batchListingProcedure.
    perform normalizeRangeProcedure.
    open output reportFile.
    if rpt-status-1 = '0' and rpt-status-2 = '0'
        move 1 to rpt-switch
    else
        display "Unable to open cross-reference file, continuing with console only"
    end-if.
    perform headerProcedure.
    move spaces to lastFileName.
    move zero to sweep-switch.
    perform positionMasterProcedure.
    perform listEntryProcedure until sweep-done.
    perform totalsProcedure.
    if report-is-open
        close reportFile
    end-if.

*> Procedure to put the master back at its first record for a sweep -
*> the value is not part of the key, so every search reads it all
positionMasterProcedure.
    move low-values to hist-key.
    start histFile key is not less than hist-key
        invalid key move 1 to sweep-switch
    end-start.

*> Procedure to print the listing's header block, console and file
headerProcedure.
    perform putBlankProcedure.
    move lookLowValue to formattedLow.
    move lookHighValue to formattedHigh.
    move spaces to reportRecord.
    if lookLowValue is equal to lookHighValue
        string "VALUE CROSS-REFERENCE - VALUE " formattedLow
            "  RUN " runDate delimited by size into reportRecord
    else
        string "VALUE CROSS-REFERENCE - VALUES " formattedLow " TO "
            formattedHigh "  RUN " runDate delimited by size into reportRecord
    end-if.
    perform putLineProcedure.
    move "   VALUE  SOURCE FILE                       LINE  FLD  NUMERAL                        MODE  RUN DATE"
        to reportRecord.
    perform putLineProcedure.
    move "--------------------------------------------------------------------------------------------------"
        to reportRecord.
    perform putLineProcedure.

*> Procedure to read the next master record and list it when its
*> value falls inside the range
listEntryProcedure.
    read histFile next record
        at end move 1 to sweep-switch
        not at end
            if hist-value is not less than lookLowValue
                and hist-value is not greater than lookHighValue
                perform printEntryProcedure
            end-if
    end-read.

*> Procedure to print one matching conversion, counting each
*> distinct source document the value turns up in
printEntryProcedure.
    add 1 to listedCount.
    if hist-filename is not equal to lastFileName
        add 1 to docCount
        move hist-filename to lastFileName
    end-if.
    move hist-lineno to formattedLine.
    move hist-value to formattedValue.
    move spaces to reportRecord.
    string formattedValue "  " hist-filename "  " formattedLine
        "   " hist-fieldno "   " hist-numeral " " hist-mode "    "
        hist-rundate delimited by size into reportRecord.
    perform putLineProcedure.

*> Procedure to print the listing's counts
totalsProcedure.
    move "--------------------------------------------------------------------------------------------------"
        to reportRecord.
    perform putLineProcedure.
    move listedCount to formattedCount.
    move spaces to reportRecord.
    string "conversions listed : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move docCount to formattedCount.
    move spaces to reportRecord.
    string "source documents   : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    if listedCount is equal to zero
        move "no conversions on file for the requested value"
            to reportRecord
        perform putLineProcedure
        move 4 to return-code
    end-if.

*> Procedure to show the inquiry screen once and act on the answer
inquiryProcedure.
    perform buildPageProcedure.
    display xrefScreen.
    accept xrefScreen.
    evaluate function upper-case(inqAction)
        when "X" move 1 to quit-switch
        when "F"
            if pageTop + 10 is not greater than hitCount
                add 10 to pageTop
            end-if
        when "B"
            if pageTop is greater than 10
                subtract 10 from pageTop
            else
                move 1 to pageTop
            end-if
        when other perform searchProcedure
    end-evaluate.
    move space to inqAction.

*> Procedure to sweep the master for the keyed value or range and
*> load the hits for paging
searchProcedure.
    move inqLowValue to lookLowValue.
    move inqHighValue to lookHighValue.
    perform normalizeRangeProcedure.
    move lookLowValue to inqLowValue.
    move lookHighValue to inqHighValue.
    move zero to hitCount.
    move zero to listedCount.
    move zero to docCount.
    move spaces to lastFileName.
    move 1 to pageTop.
    move zero to sweep-switch.
    perform positionMasterProcedure.
    perform loadHitProcedure until sweep-done.
    move listedCount to formattedCount.
    move docCount to formattedDocs.
    move spaces to inqMessage.
    evaluate true
        when listedCount is equal to zero
            move "No conversions on file for that value" to inqMessage
        when listedCount is greater than hitMax
            string formattedCount " found in" formattedDocs
                " docs - 2000 shown, use batch listing"
                delimited by size into inqMessage
        when other
            string formattedCount " found in" formattedDocs " documents"
                delimited by size into inqMessage
    end-evaluate.

*> Procedure to read the next master record and keep it as a hit
*> when its value falls inside the range
loadHitProcedure.
    read histFile next record
        at end move 1 to sweep-switch
        not at end
            if hist-value is not less than lookLowValue
                and hist-value is not greater than lookHighValue
                add 1 to listedCount
                if hist-filename is not equal to lastFileName
                    add 1 to docCount
                    move hist-filename to lastFileName
                end-if
                if hitCount is less than hitMax
                    add 1 to hitCount
                    move hist-lineno to formattedLine
                    move hist-value to formattedValue
                    move spaces to hitEntry(hitCount)
                    string formattedValue " " hist-filename(1:24) " "
                        formattedLine " " hist-fieldno " "
                        hist-numeral(1:20) " " hist-mode " " hist-rundate
                        delimited by size into hitEntry(hitCount)
                end-if
            end-if
    end-read.

*> Procedure to fill the ten page lines from the entry at pageTop
buildPageProcedure.
    move spaces to pageLines.
    move spaces to pageInfo.
    if hitCount is greater than zero
        move pageTop to formattedTop
        move hitCount to formattedCnt
        string "showing hit" formattedTop " of" formattedCnt
            delimited by size into pageInfo
    end-if.
    move pageTop to hitIndex.
    move 1 to pageSlot.
    perform fillPageLineProcedure
        until pageSlot is greater than 10 or hitIndex is greater than hitCount.

*> Procedure to fill one page line from the table
fillPageLineProcedure.
    move hitEntry(hitIndex) to pageLine(pageSlot).
    add 1 to pageSlot.
    add 1 to hitIndex.

*> Procedure to put one built line on the console and the report
putLineProcedure.
    display reportRecord.
    if report-is-open
        write reportRecord
    end-if.

*> Procedure to write a blank separator line
putBlankProcedure.
    move spaces to reportRecord.
    perform putLineProcedure.

end program convxref.
