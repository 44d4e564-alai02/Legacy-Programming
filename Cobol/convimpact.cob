*> Re-conversion impact analysis over the conversion-history master
*> Every grammar change to conv.cob gets a CONV-LOGIC-VERSION bump and
*> a cache purge, but until now nobody could say which of the
*> conversions already on record would come out differently. This
*> program re-runs every numeral held in CONVHIST.DAT through the
*> current conv, dtoroman, and greekconv logic and reports each
*> record whose answer would change - a different value read back, a
*> different rendering written out - or which would now be rejected,
*> grouped by source document, closing with totals per document and
*> per mode.
*> Run it against a test build of the new logic before the version
*> bump goes live, so operations and the archive can sign the change
*> off instead of hearing about it from a curator months later.
*> How each record is re-checked depends on the mode that wrote it:
*>   dec file and arithmetic, and the decimal-tagged lines of a
*>     mixed-direction file (field 9) - the value is rendered again
*>     through dtoroman and must give the same numeral, and that
*>     numeral must still read back through conv to the same value.
*>     The history does not record the house style the run rendered
*>     in, so it is told from the numeral itself - lowercase ending in
*>     j is apothecary, other lowercase small capitals, a four-run
*>     such as IIII additive - and the additive and apothecary
*>     renderings are read back with the scribal normalization they
*>     need
*>   date file - the three date parts go through conv again and must
*>     rebuild the same ISO date
*>   greek file - the numeral as written goes through greekconv again,
*>     in the system its letter case marks, and must give the same
*>     value
*>   every other mode - the numeral as written goes through conv
*>     again and must give the same value; a numeral the strict
*>     grammar refuses is given the documented scribal normalization
*>     first, since the history does not record whether the run that
*>     converted it was tolerating variants
*> The master is opened INPUT only. The listing goes to the console
*> and to CONVIMPT.TXT; the return code is 4 when any record is
*> affected, so the sign-off step cannot be passed over unread.
identification division.
program-id. convimpact.
environment division.
input-output section.
file-control.
    select histFile assign to "CONVHIST.DAT" organization is indexed
    access mode is dynamic record key is hist-key
    file status is hist-status.
    select reportFile assign to "CONVIMPT.TXT" organization is line sequential
    file status is rpt-status.
data division.
file section.
fd histFile.
    copy "convhist.cpy".
fd reportFile.
    01 reportRecord pic x(120).
working-storage section.
01 hist-status.
    05 hist-status-1 pic x.
    05 hist-status-2 pic x.
01 rpt-status.
    05 rpt-status-1 pic x.
    05 rpt-status-2 pic x.
copy "convvers.cpy".

*> Switch to remember whether the report file opened
77 rpt-switch pic 9 value 0.
    88 report-is-open value 1.
*> Switch turning off the master sweep at end of file
77 sweep-switch pic 9 value 0.
    88 sweep-done value 1.
*> Switch set on when the current document has had its heading
*> printed - only documents with an affected record get one
77 docHead-switch pic 9 value 0.
    88 doc-headed value 1.

77 runDate      pic 9(8).
77 currFileName pic x(30).

*> Parameters for the conv and dtoroman services
copy "romannum.cpy" replacing ==:FIELDNAME:== by ==romanNumStr==.
77 errorFlag    pic 9 usage is comp-3.
77 romanNumD    pic 9(8) usage is comp.
77 convErrPos   pic 99.
77 convErrChar  pic x.
77 convErrSub   pic 9.
77 romanFracD   pic 99 usage is comp.
77 greekSystem  pic x.
77 decimalIn    pic 9(8) usage is comp.
77 dtrFracIn    pic 99 usage is comp.
copy "romannum.cpy" replacing ==:FIELDNAME:== by ==dtrRomanStr==.
*> The house style the recorded rendering was written in
77 renderStyle  pic x.
77 fourRunCount pic 99 usage is comp.

*> The verdict on the record in hand
77 checkOutcome pic x value space.
    88 outcome-same    value "S".
    88 outcome-changed value "C".
    88 outcome-rejects value "R".
77 newValue     pic 9(8) value 0.
77 newNumeral   pic x(30).
77 outcomeText  pic x(40).
77 convSubText  pic x(20).

*> Scribal normalization scratch - the same documented conventions
*> romanA3_1's variant tolerance applies
77 variantTailIndex pic 99 usage is comp.
77 variantScanIndex pic 99 usage is comp.
77 addNormSrc   pic x(30).
77 addSrcIndex  pic 99 usage is comp.
77 addOutIndex  pic 99 usage is comp.
77 addNext4     pic x.
77 addNext5     pic x.

*> Date-record split - day, month, and year tokens
01 dateTokTable.
    05 dateTok occurs 4 times pic x(20).
77 dateTokCount pic 9 usage is comp.
77 dateTokLen   pic 99 usage is comp.
77 dateScanIndex pic 99 usage is comp.
77 dateChar     pic x.
77 datePartIndex pic 9 usage is comp.
01 datePartVal.
    05 datePart occurs 3 times pic 9(8) usage is comp.

*> Totals for the document in hand and for the whole master
77 docChecked   pic 9(8) usage is comp value 0.
77 docChanged   pic 9(8) usage is comp value 0.
77 docRejects   pic 9(8) usage is comp value 0.
77 totChecked   pic 9(8) usage is comp value 0.
77 totChanged   pic 9(8) usage is comp value 0.
77 totRejects   pic 9(8) usage is comp value 0.
77 totDocs      pic 9(6) usage is comp value 0.
77 totDocsHit   pic 9(6) usage is comp value 0.

*> Totals per mode, indexed by the mode number the history carries
01 modeTable.
    05 modeEntry occurs 99 times.
        10 mode-t-checked pic 9(8) usage is comp.
        10 mode-t-changed pic 9(8) usage is comp.
        10 mode-t-rejects pic 9(8) usage is comp.
77 modeIndex    pic 9(3) usage is comp.

77 formattedCount pic z(7)9.
77 formattedChg   pic z(7)9.
77 formattedRej   pic z(7)9.
77 formattedLine  pic z(6).
77 formattedValue pic z(8).
77 formattedNew   pic z(8).
77 formattedMode  pic z9.
77 formattedVers  pic z(4).

*> Main procedure - sweep the master in key order, re-checking every
*> record and breaking the listing on the source document
procedure division.
    display "---Re-conversion impact analysis---".
    accept runDate from date yyyymmdd.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move zero to rpt-switch.
    move zero to sweep-switch.
    move zero to docHead-switch.
    move spaces to currFileName.
    move zero to docChecked.
    move zero to docChanged.
    move zero to docRejects.
    move zero to totChecked.
    move zero to totChanged.
    move zero to totRejects.
    move zero to totDocs.
    move zero to totDocsHit.
    initialize modeTable.
    open input histFile.
    if hist-status-1 not = '0' or hist-status-2 not = '0'
        display "Unable to open conversion history master, status " hist-status
        move 16 to return-code
        goback
    end-if.
    open output reportFile.
    if rpt-status-1 = '0' and rpt-status-2 = '0'
        move 1 to rpt-switch
    else
        display "Unable to open impact report file, continuing with console only"
    end-if.
    perform headerProcedure.
    perform checkEntryProcedure until sweep-done.
    perform documentBreakProcedure.
    close histFile.
    perform totalsProcedure.
    perform modeTotalsProcedure.
    if report-is-open
        close reportFile
    end-if.
    if totChanged is greater than zero or totRejects is greater than zero
        move 4 to return-code
    end-if.
    goback.

*> Procedure to print the report header block, console and file
headerProcedure.
    perform putBlankProcedure.
    move CONV-LOGIC-VERSION to formattedVers.
    move spaces to reportRecord.
    string "RE-CONVERSION IMPACT - CURRENT LOGIC VERSION" formattedVers
        "  RUN " runDate delimited by size into reportRecord.
    perform putLineProcedure.
    move "LINE   FLD  NUMERAL ON RECORD                 WAS      NOW  MODE  OUTCOME"
        to reportRecord.
    perform putLineProcedure.
    move "------------------------------------------------------------------------------------------------"
        to reportRecord.
    perform putLineProcedure.

*> Procedure to read the next master record and re-check it
checkEntryProcedure.
    read histFile next record
        at end move 1 to sweep-switch
        not at end
            if hist-filename is not equal to currFileName
                perform documentBreakProcedure
                move hist-filename to currFileName
                add 1 to totDocs
            end-if
            perform recheckRecordProcedure
            perform tallyOutcomeProcedure
    end-read.

*> Procedure to re-run one recorded conversion through the current
*> logic, choosing the check by the mode that wrote it
recheckRecordProcedure.
    move "S" to checkOutcome.
    move hist-value to newValue.
    move spaces to newNumeral.
    move spaces to outcomeText.
    evaluate true
        when hist-mode is equal to 7
        when hist-mode is equal to 9
        when hist-mode is equal to 8 and hist-fieldno is equal to 9
            perform recheckRenderingProcedure
        when hist-mode is equal to 10
            perform recheckDateProcedure
        when hist-mode is equal to 13
            perform recheckGreekProcedure
        when other
            perform recheckReadingProcedure
    end-evaluate.

*> Procedure to read the numeral on record back through conv - strict
*> grammar first, then the documented scribal normalization
recheckReadingProcedure.
    move function lower-case(hist-numeral) to romanNumStr.
    perform callConvProcedure.
    if errorFlag is not equal to 1
        move function lower-case(hist-numeral) to romanNumStr
        perform variantNormalizeProcedure
        perform callConvProcedure
    end-if.
    if errorFlag is not equal to 1
        perform rejectOutcomeProcedure
    else
        if romanNumD is not equal to hist-value
            move romanNumD to newValue
            move "C" to checkOutcome
            move "VALUE WOULD CHANGE" to outcomeText
        end-if
    end-if.

*> Procedure to read a recorded Greek numeral back through greekconv
recheckGreekProcedure.
    move hist-numeral to romanNumStr.
    move zero to romanNumD.
    move zero to convErrPos.
    move space to convErrChar.
    move zero to convErrSub.
    move space to greekSystem.
    call "greekconv" using romanNumStr, errorFlag, romanNumD,
        convErrPos, convErrChar, convErrSub, greekSystem.
    if errorFlag is not equal to 1
        perform rejectOutcomeProcedure
    else
        if romanNumD is not equal to hist-value
            move romanNumD to newValue
            move "C" to checkOutcome
            move "VALUE WOULD CHANGE" to outcomeText
        end-if
    end-if.

*> Procedure to render the recorded value again through dtoroman and
*> compare the numeral, then read the new rendering back
recheckRenderingProcedure.
    move hist-value to decimalIn.
    move zero to dtrFracIn.
    move spaces to dtrRomanStr.
    perform inferStyleProcedure.
    call "dtoroman" using decimalIn, errorFlag, dtrRomanStr, dtrFracIn,
        renderStyle.
    if errorFlag is not equal to 1
        move "R" to checkOutcome
        move "RENDERING NOW REJECTED" to outcomeText
    else
        if dtrRomanStr is not equal to hist-numeral
            move dtrRomanStr to newNumeral
            move "C" to checkOutcome
            move "RENDERING WOULD CHANGE" to outcomeText
        end-if
        move function lower-case(dtrRomanStr) to romanNumStr
        if renderStyle is equal to "A" or renderStyle is equal to "P"
            perform variantNormalizeProcedure
        end-if
        perform callConvProcedure
        if errorFlag is not equal to 1
            perform rejectOutcomeProcedure
            move "RENDERING NO LONGER READS BACK" to outcomeText
        else
            if romanNumD is not equal to hist-value
                move romanNumD to newValue
                move "C" to checkOutcome
                move "RENDERING READS BACK DIFFERENTLY" to outcomeText
            end-if
        end-if
    end-if.

*> Procedure to tell the house style a recorded rendering was written
*> in from the numeral itself
inferStyleProcedure.
    move space to renderStyle.
    if hist-numeral is not equal to function upper-case(hist-numeral)
        move "C" to renderStyle
        move zero to variantTailIndex
        move 1 to variantScanIndex
        move hist-numeral to romanNumStr
        perform findVariantTailProcedure
            until variantScanIndex is greater than 30
        if variantTailIndex is greater than zero
            and romanNumStr(variantTailIndex:1) is equal to "j"
            move "P" to renderStyle
        end-if
    else
        move zero to fourRunCount
        inspect hist-numeral tallying fourRunCount
            for all "IIII" all "XXXX" all "CCCC"
        if fourRunCount is greater than zero
            move "A" to renderStyle
        end-if
    end-if.

*> Procedure to rebuild a recorded date from its three parts through
*> conv - only the numeral logic is under review here, so a date
*> whose parts still convert is compared as it stands
recheckDateProcedure.
    move spaces to dateTokTable.
    move zero to dateTokCount.
    move zero to dateTokLen.
    move 1 to dateScanIndex.
    perform splitDateCharProcedure
        until dateScanIndex is greater than 30
        or dateTokCount is greater than 3.
    if dateTokCount is not equal to 3
        move "R" to checkOutcome
        move "DATE NO LONGER SPLITS" to outcomeText
    else
        move 1 to errorFlag
        move 1 to datePartIndex
        perform convertDatePartProcedure
            until datePartIndex is greater than 3 or errorFlag is not equal to 1
        if errorFlag is not equal to 1
            perform rejectOutcomeProcedure
        else
            compute newValue = (datePart(3) * 10000)
                + (datePart(2) * 100) + datePart(1)
            if newValue is not equal to hist-value
                move "C" to checkOutcome
                move "DATE WOULD CHANGE" to outcomeText
            end-if
        end-if
    end-if.

*> Procedure to consume one character of the date-record split
splitDateCharProcedure.
    move hist-numeral(dateScanIndex:1) to dateChar.
    if dateChar is equal to "." or dateChar is equal to space
        move zero to dateTokLen
    else
        if dateTokLen is equal to zero
            add 1 to dateTokCount
        end-if
        if dateTokCount is not greater than 4 and dateTokLen is less than 20
            add 1 to dateTokLen
            move dateChar to dateTok(dateTokCount)(dateTokLen:1)
        end-if
    end-if.
    add 1 to dateScanIndex.

*> Procedure to convert one date part through conv
convertDatePartProcedure.
    move function lower-case(dateTok(datePartIndex)) to romanNumStr.
    perform callConvProcedure.
    if errorFlag is equal to 1
        move romanNumD to datePart(datePartIndex)
    end-if.
    add 1 to datePartIndex.

*> Procedure to call the conv service on romanNumStr
callConvProcedure.
    move zero to romanNumD.
    move zero to convErrPos.
    move space to convErrChar.
    move zero to convErrSub.
    move zero to romanFracD.
    call "conv" using romanNumStr, errorFlag, romanNumD,
        convErrPos, convErrChar, convErrSub, romanFracD.

*> Procedure to describe a record the current logic would reject,
*> with conv's position and character the way the exception file
*> carries them
rejectOutcomeProcedure.
    move "R" to checkOutcome.
    move zero to newValue.
    if hist-mode is equal to 13
        perform buildGreekSubTextProcedure
    else
        perform buildConvSubTextProcedure
    end-if.
    move convErrPos to formattedMode.
    move spaces to outcomeText.
    evaluate errorFlag
        when 2
            string "NOW REJECTS - ILLEGAL CHAR POS" formattedMode
                " " convErrChar delimited by size into outcomeText
        when other
            string "NOW REJECTS - POS" formattedMode " " convErrChar
                " " convSubText delimited by size into outcomeText
    end-evaluate.

*> Procedure to spell out conv's sub-reason code
buildConvSubTextProcedure.
    evaluate convErrSub
        when 1 move "REPEAT LIMIT" to convSubText
        when 2 move "CANNOT REPEAT" to convSubText
        when 3 move "BAD SUBTRACT PAIR" to convSubText
        when 4 move "OUT OF RANGE" to convSubText
        when 5 move "BAD BRACKET" to convSubText
        when 6 move "BAD FRACTION TAIL" to convSubText
        when other move "INVALID GRAMMAR" to convSubText
    end-evaluate.

*> Procedure to spell out greekconv's sub-reason code
buildGreekSubTextProcedure.
    evaluate convErrSub
        when 1 move "REPEAT LIMIT" to convSubText
        when 2 move "RANK REPEATED" to convSubText
        when 3 move "OUT OF ORDER" to convSubText
        when 4 move "NO NUMERAL" to convSubText
        when 5 move "BAD THOUSANDS" to convSubText
        when 6 move "BAD KERAIA" to convSubText
        when other move "INVALID GRAMMAR" to convSubText
    end-evaluate.

*> Procedure to normalize the documented scribal conventions ahead
*> of a second conv attempt - "u" becomes "v", a terminal "j"
*> becomes "i", and the exactly-four additive runs are rewritten
*> into subtractive form, the rules romanA3_1 applies when a run
*> tolerates variants
variantNormalizeProcedure.
    inspect romanNumStr replacing all "u" by "v".
    move zero to variantTailIndex.
    move 1 to variantScanIndex.
    perform findVariantTailProcedure
        until variantScanIndex is greater than 30.
    if variantTailIndex is greater than zero
        and romanNumStr(variantTailIndex:1) is equal to "j"
        move "i" to romanNumStr(variantTailIndex:1)
    end-if.
    move romanNumStr to addNormSrc.
    move spaces to romanNumStr.
    move 1 to addSrcIndex.
    move 1 to addOutIndex.
    perform additiveScanProcedure
        until addSrcIndex is greater than 30.

*> Procedure to remember the position of the last non-space
*> character during the terminal-j scan
findVariantTailProcedure.
    if romanNumStr(variantScanIndex:1) not equal to space
        move variantScanIndex to variantTailIndex
    end-if.
    add 1 to variantScanIndex.

*> Procedure to consume one position of the additive rewrite -
*> longest pattern first, each guarded against a longer run
additiveScanProcedure.
    move space to addNext5.
    move space to addNext4.
    if addSrcIndex is not greater than 25
        move addNormSrc(addSrcIndex + 5:1) to addNext5
    end-if.
    if addSrcIndex is not greater than 26
        move addNormSrc(addSrcIndex + 4:1) to addNext4
    end-if.
    evaluate true
        when addSrcIndex is not greater than 26
            and addNormSrc(addSrcIndex:5) is equal to "dcccc"
            and addNext5 not equal to "c"
            move "cm" to romanNumStr(addOutIndex:2)
            add 2 to addOutIndex
            add 5 to addSrcIndex
        when addSrcIndex is not greater than 26
            and addNormSrc(addSrcIndex:5) is equal to "lxxxx"
            and addNext5 not equal to "x"
            move "xc" to romanNumStr(addOutIndex:2)
            add 2 to addOutIndex
            add 5 to addSrcIndex
        when addSrcIndex is not greater than 26
            and addNormSrc(addSrcIndex:5) is equal to "viiii"
            and addNext5 not equal to "i"
            move "ix" to romanNumStr(addOutIndex:2)
            add 2 to addOutIndex
            add 5 to addSrcIndex
        when addSrcIndex is not greater than 27
            and addNormSrc(addSrcIndex:4) is equal to "cccc"
            and addNext4 not equal to "c"
            move "cd" to romanNumStr(addOutIndex:2)
            add 2 to addOutIndex
            add 4 to addSrcIndex
        when addSrcIndex is not greater than 27
            and addNormSrc(addSrcIndex:4) is equal to "xxxx"
            and addNext4 not equal to "x"
            move "xl" to romanNumStr(addOutIndex:2)
            add 2 to addOutIndex
            add 4 to addSrcIndex
        when addSrcIndex is not greater than 27
            and addNormSrc(addSrcIndex:4) is equal to "iiii"
            and addNext4 not equal to "i"
            move "iv" to romanNumStr(addOutIndex:2)
            add 2 to addOutIndex
            add 4 to addSrcIndex
        when other
            move addNormSrc(addSrcIndex:1)
                to romanNumStr(addOutIndex:1)
            add 1 to addOutIndex
            add 1 to addSrcIndex
    end-evaluate.

*> Procedure to count the record in hand and list it when affected
tallyOutcomeProcedure.
    add 1 to docChecked.
    add 1 to totChecked.
    if hist-mode is greater than zero
        add 1 to mode-t-checked(hist-mode)
    end-if.
    evaluate true
        when outcome-changed
            add 1 to docChanged
            add 1 to totChanged
            if hist-mode is greater than zero
                add 1 to mode-t-changed(hist-mode)
            end-if
            perform printAffectedProcedure
        when outcome-rejects
            add 1 to docRejects
            add 1 to totRejects
            if hist-mode is greater than zero
                add 1 to mode-t-rejects(hist-mode)
            end-if
            perform printAffectedProcedure
        when other
            continue
    end-evaluate.

*> Procedure to list one affected record, heading its document first
printAffectedProcedure.
    if not doc-headed
        perform putBlankProcedure
        move spaces to reportRecord
        string "DOCUMENT " currFileName delimited by size into reportRecord
        perform putLineProcedure
        move 1 to docHead-switch
    end-if.
    move hist-lineno to formattedLine.
    move hist-value to formattedValue.
    move newValue to formattedNew.
    move hist-mode to formattedMode.
    move spaces to reportRecord.
    string formattedLine "   " hist-fieldno "   " hist-numeral " "
        formattedValue " " formattedNew "   " formattedMode "  "
        outcomeText delimited by size into reportRecord.
    perform putLineProcedure.
    if newNumeral is not equal to spaces
        move spaces to reportRecord
        string "             NEW RENDERING  " newNumeral
            delimited by size into reportRecord
        perform putLineProcedure
    end-if.

*> Procedure to close off the document just swept - an affected
*> document gets its own totals line under its listing
documentBreakProcedure.
    if doc-headed
        add 1 to totDocsHit
        move docChecked to formattedCount
        move docChanged to formattedChg
        move docRejects to formattedRej
        move spaces to reportRecord
        string "   document totals - checked" formattedCount
            "  would change" formattedChg "  would reject" formattedRej
            delimited by size into reportRecord
        perform putLineProcedure
    end-if.
    move zero to docHead-switch.
    move zero to docChecked.
    move zero to docChanged.
    move zero to docRejects.

*> Procedure to print the run's totals over the whole master
totalsProcedure.
    perform putBlankProcedure.
    move "------------------------------------------------------------------------------------------------"
        to reportRecord.
    perform putLineProcedure.
    move totChecked to formattedCount.
    move spaces to reportRecord.
    string "records checked     : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totChanged to formattedCount.
    move spaces to reportRecord.
    string "would change        : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totRejects to formattedCount.
    move spaces to reportRecord.
    string "would now reject    : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totDocs to formattedCount.
    move spaces to reportRecord.
    string "documents checked   : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    move totDocsHit to formattedCount.
    move spaces to reportRecord.
    string "documents affected  : " formattedCount
        delimited by size into reportRecord.
    perform putLineProcedure.
    if totChanged is equal to zero and totRejects is equal to zero
        move "no recorded conversion is affected by the current logic"
            to reportRecord
        perform putLineProcedure
    end-if.

*> Procedure to print the totals broken down by mode
modeTotalsProcedure.
    perform putBlankProcedure.
    move "MODE   CHECKED    CHANGE    REJECT" to reportRecord.
    perform putLineProcedure.
    move 1 to modeIndex.
    perform printModeLineProcedure until modeIndex is greater than 99.

*> Procedure to print one mode's totals line, skipping unused modes
printModeLineProcedure.
    if mode-t-checked(modeIndex) is greater than zero
        move modeIndex to formattedMode
        move mode-t-checked(modeIndex) to formattedCount
        move mode-t-changed(modeIndex) to formattedChg
        move mode-t-rejects(modeIndex) to formattedRej
        move spaces to reportRecord
        string "  " formattedMode " " formattedCount "  " formattedChg
            "  " formattedRej delimited by size into reportRecord
        perform putLineProcedure
    end-if.
    add 1 to modeIndex.

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

end program convimpact.
