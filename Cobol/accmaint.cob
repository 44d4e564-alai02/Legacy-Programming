*> Collections accession master maintenance for ACCMAST.DAT
*> The accession register the converter enriches from used to be a
*> flat text file hand-edited by whoever was nearest - duplicate values
*> crept in (only the first one ever matched), references were keyed
*> with stray blanks and punctuation, and nobody could say who had
*> changed what. This program is now the only way the register is
*> updated: add, change, delete and browse against the indexed master,
*> keyed on the decimal value so a value can only be accessioned once,
*> with every reference checked for shape before it is accepted and
*> every update stamped with the signed-on operator and written to a
*> retained maintenance log. A one-off load function converts the old
*> ACCMAST.TXT text register into the indexed master, listing any
*> duplicates or malformed lines it refuses. Driven by an optional
*> parameter card ACCMPARM.TXT (function, value, reference) or by an
*> operator menu, the same pattern as the other maintenance utilities.
identification division.
program-id. accmaint.
environment division.
input-output section.
file-control.
    select accFile assign to "ACCMAST.DAT" organization is indexed
    access mode is dynamic record key is acc-value
    file status is acc-status.
*> The old flat register, read only by the load function
    select oldAccFile assign to "ACCMAST.TXT" organization is line sequential
    file status is old-status.
    select parmCard assign to "ACCMPARM.TXT" organization is line sequential
    file status is parm-status.
*> Retained maintenance log - one record per update, stamped with the
*> operator, in the same layout as the cache maintenance log so the
*> whodid sweep reads both the same way
    select logFile assign to "ACCMLOG.TXT" organization is line sequential
    file status is log-status.
data division.
file section.
fd accFile.
    copy "accmast.cpy".
*> Value 1-8, blank, catalog reference 10-24 - the old text layout
fd oldAccFile.
    01 oldAccRecord.
        05 old-value pic x(8).
        05 filler    pic x.
        05 old-ref   pic x(15).
fd parmCard.
    01 parmRecord.
        05 parm-function pic x.
        05 filler        pic x.
        05 parm-value    pic x(8).
        05 filler        pic x.
        05 parm-ref      pic x(15).
*> Date 1-8, time 10-17, function 19, operator 21-28, text after
fd logFile.
    01 logRecord pic x(80).
working-storage section.
01 acc-status.
    05 acc-status-1 pic x.
    05 acc-status-2 pic x.
01 old-status.
    05 old-status-1 pic x.
    05 old-status-2 pic x.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.
01 log-status.
    05 log-status-1 pic x.
    05 log-status-2 pic x.

*> Who is running the maintenance - from the opersign service
77 operatorId pic x(8).
77 runDate    pic 9(8).
77 runTime    pic 9(8).

*> Switch set on when a parameter card was found for this run
77 parm-switch pic 9 value 0.
    88 parm-found value 1.
*> Switch set on when the indexed master is open for update
77 open-switch pic 9 value 0.
    88 master-is-open value 1.
77 functionCode pic x.
77 eof-switch   pic 9 value 1.
77 done-switch  pic 9 value 0.
    88 maint-done value 1.

*> The value and reference being worked on, as keyed or carded
77 valueText  pic x(8).
77 numText    pic x(8).
77 numValue redefines numText pic 9(8).
77 entryValue pic 9(8) value 0.
77 entryRef   pic x(15).
77 confirmText pic x.
*> Highest value the converter can produce, so the highest that can
*> ever be accessioned
77 maxAccValue pic 9(8) value 3999999.

*> Validation results for the value and reference in hand
77 value-switch pic 9 value 0.
    88 value-valid value 1.
77 ref-switch pic 9 value 0.
    88 ref-valid value 1.
77 refReason pic x(30).
77 refIndex  pic 99 usage is comp.
77 blank-switch pic 9 value 0.
    88 blank-seen value 1.

*> What the log record says was done
77 logText pic x(50).
77 logLoaded    pic 9(6).
77 logDuplicate pic 9(6).
77 logMalformed pic 9(6).

*> Browse page size and count
77 browseMax   pic 99 value 15.
77 browseCount pic 99 usage is comp value 0.

*> Load totals
77 totRead     pic 9(6) usage is comp value 0.
77 totLoaded   pic 9(6) usage is comp value 0.
77 totDuplicate pic 9(6) usage is comp value 0.
77 totMalformed pic 9(6) usage is comp value 0.
77 formattedTotal pic z(5)9.
77 formattedValue pic z(7)9.

*> Main procedure - take the function from the parameter card when
*> present, otherwise offer the operator the menu until they exit
procedure division.
    display "---Accession master maintenance---".
    accept runDate from date yyyymmdd.
    call "opersign" using operatorId.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move zero to parm-switch.
    move zero to open-switch.
    move zero to done-switch.
    move 1 to eof-switch.
    move zero to totRead.
    move zero to totLoaded.
    move zero to totDuplicate.
    move zero to totMalformed.
    move zero to return-code.
    move space to functionCode.
    perform readParmCardProcedure.
    if parm-found
        perform openMasterProcedure
        if master-is-open
            perform runFunctionProcedure
        end-if
    else
        perform openMasterProcedure
        if master-is-open
            perform menuProcedure until maint-done
        end-if
    end-if.
    if master-is-open
        close accFile
    end-if.
    goback.

*> Procedure to open the indexed master for update, creating it empty
*> the first time so the load function has something to load into
openMasterProcedure.
    open i-o accFile.
    if acc-status-1 not = '0' or acc-status-2 not = '0'
        open output accFile
        if acc-status-1 = '0' and acc-status-2 = '0'
            close accFile
            open i-o accFile
        end-if
    end-if.
    if acc-status-1 = '0' and acc-status-2 = '0'
        move 1 to open-switch
    else
        display "Unable to open accession master, status " acc-status
        move 16 to return-code
    end-if.

*> Procedure to read the optional parameter card - function code and,
*> for add, change and delete, the value and reference to apply
readParmCardProcedure.
    open input parmCard.
    if parm-status-1 = '0' and parm-status-2 = '0'
        read parmCard into parmRecord
            not at end
                move function upper-case(parm-function) to functionCode
                move parm-value to valueText
                move function upper-case(parm-ref) to entryRef
                move 1 to parm-switch
        end-read
        close parmCard
    end-if.

*> Procedure to offer the menu once and run the function chosen
menuProcedure.
    display " ".
    display "(A)dd, (C)hange, (D)elete, (B)rowse, (L)oad text register, "
        "e(X)it: " with no advancing.
    accept functionCode.
    move function upper-case(functionCode) to functionCode.
    if functionCode is equal to "X"
        move 1 to done-switch
    else
        if functionCode is equal to "A" or "C" or "D" or "B"
            display "Accession value: " with no advancing
            accept valueText
        end-if
        if functionCode is equal to "A" or "C"
            display "Catalog reference: " with no advancing
            accept entryRef
            move function upper-case(entryRef) to entryRef
        end-if
        perform runFunctionProcedure
    end-if.

*> Procedure to run the function in hand
runFunctionProcedure.
    evaluate functionCode
        when "A" perform addProcedure
        when "C" perform changeProcedure
        when "D" perform deleteProcedure
        when "B" perform browseProcedure
        when "L" perform loadProcedure
        when other
            display "Invalid maintenance function"
            move 8 to return-code
    end-evaluate.

*> Procedure to check the value in hand - numeric, and within what the
*> converter can ever produce
validateValueProcedure.
    move zero to value-switch.
    move valueText to numText.
    inspect numText replacing leading " " by "0".
    if numText is numeric
        move numValue to entryValue
        if entryValue is greater than zero
            and entryValue is not greater than maxAccValue
            move 1 to value-switch
        end-if
    end-if.
    if not value-valid
        display "Accession value must be a number from 1 to 3999999"
    end-if.

*> Procedure to check the shape of the reference in hand - it must
*> start with a letter and hold only letters, digits and the . - /
*> separators the registrars use, with no embedded blanks
validateRefProcedure.
    move 1 to ref-switch.
    move spaces to refReason.
    move zero to blank-switch.
    if entryRef is equal to spaces
        move zero to ref-switch
        move "REFERENCE MISSING" to refReason
    else
        if entryRef(1:1) is not alphabetic-upper
            or entryRef(1:1) is equal to space
            move zero to ref-switch
            move "REFERENCE MUST START WITH A LETTER" to refReason
        else
            move 1 to refIndex
            perform checkRefCharProcedure
                until refIndex is greater than 15 or not ref-valid
        end-if
    end-if.

*> Procedure to check one character of the reference
checkRefCharProcedure.
    if entryRef(refIndex:1) is equal to space
        move 1 to blank-switch
    else
        if blank-seen
            move zero to ref-switch
            move "EMBEDDED BLANK IN REFERENCE" to refReason
        else
            if entryRef(refIndex:1) is not alphabetic-upper
                and entryRef(refIndex:1) is not numeric
                and entryRef(refIndex:1) is not equal to "."
                and entryRef(refIndex:1) is not equal to "-"
                and entryRef(refIndex:1) is not equal to "/"
                move zero to ref-switch
                move "INVALID CHARACTER IN REFERENCE" to refReason
            end-if
        end-if
    end-if.
    add 1 to refIndex.

*> Procedure to add a new accession - the key refuses a value that is
*> already accessioned
addProcedure.
    perform validateValueProcedure.
    if value-valid
        perform validateRefProcedure
        if not ref-valid
            display "Rejected - " refReason
            move 8 to return-code
        else
            move entryValue to acc-value
            move entryRef to acc-ref
            move operatorId to acc-operator
            move runDate to acc-stampdate
            write accRecord
                invalid key
                    move entryValue to formattedValue
                    display "Rejected - value" formattedValue
                        " is already accessioned"
                    move 8 to return-code
                not invalid key
                    move spaces to logText
                    string "ADDED " entryValue " " entryRef
                        delimited by size into logText
                    perform writeMaintLogProcedure
                    display "Accession added"
            end-write
        end-if
    else
        move 8 to return-code
    end-if.

*> Procedure to change the reference of an existing accession
changeProcedure.
    perform validateValueProcedure.
    if value-valid
        perform validateRefProcedure
        if not ref-valid
            display "Rejected - " refReason
            move 8 to return-code
        else
            move entryValue to acc-value
            read accFile key is acc-value
                invalid key
                    display "No accession for that value"
                    move 4 to return-code
                not invalid key
                    move spaces to logText
                    string "CHANGED " entryValue " " acc-ref " TO "
                        entryRef delimited by size into logText
                    move entryRef to acc-ref
                    move operatorId to acc-operator
                    move runDate to acc-stampdate
                    rewrite accRecord
                        invalid key
                            display "Change failed, status " acc-status
                                " - accession not changed"
                            move 8 to return-code
                        not invalid key
                            perform writeMaintLogProcedure
                            display "Accession changed"
                    end-rewrite
            end-read
        end-if
    else
        move 8 to return-code
    end-if.

*> Procedure to delete an accession - from the menu the record is
*> shown and the operator confirms before it goes
deleteProcedure.
    perform validateValueProcedure.
    if value-valid
        move entryValue to acc-value
        read accFile key is acc-value
            invalid key
                display "No accession for that value"
                move 4 to return-code
            not invalid key
                move "Y" to confirmText
                if not parm-found
                    display acc-value " " acc-ref " last updated "
                        acc-stampdate " by " acc-operator
                    display "Delete this accession (Y/N)? "
                        with no advancing
                    accept confirmText
                    move function upper-case(confirmText) to confirmText
                end-if
                if confirmText is equal to "Y"
                    move spaces to logText
                    string "DELETED " entryValue " " acc-ref
                        delimited by size into logText
                    delete accFile record
                        invalid key
                            display "Delete failed, status " acc-status
                                " - accession not deleted"
                            move 8 to return-code
                        not invalid key
                            perform writeMaintLogProcedure
                            display "Accession deleted"
                    end-delete
                else
                    display "Delete abandoned"
                end-if
        end-read
    else
        move 8 to return-code
    end-if.

*> Procedure to list a page of accessions from the value keyed on
browseProcedure.
    move valueText to numText.
    inspect numText replacing leading " " by "0".
    if numText is numeric
        move numValue to acc-value
    else
        move zero to acc-value
    end-if.
    move zero to browseCount.
    move 1 to eof-switch.
    start accFile key is not less than acc-value
        invalid key move zero to eof-switch
    end-start.
    display "   VALUE  REFERENCE       OPERATOR UPDATED".
    perform browseRecordProcedure
        until eof-switch = 0 or browseCount is not less than browseMax.
    if browseCount is equal to zero
        display "No accessions from that value"
    end-if.

*> Procedure to list one accession on the browse page
browseRecordProcedure.
    read accFile next record
        at end move zero to eof-switch
        not at end
            add 1 to browseCount
            move acc-value to formattedValue
            display formattedValue " " acc-ref " " acc-operator " "
                acc-stampdate
    end-read.

*> Procedure to load the old flat register into the indexed master -
*> lines whose value is already on the master, or whose value or
*> reference is malformed, are listed and refused rather than loaded
loadProcedure.
    open input oldAccFile.
    if old-status-1 not = '0' or old-status-2 not = '0'
        display "Unable to open text register ACCMAST.TXT"
        move 16 to return-code
    else
        move 1 to eof-switch
        perform loadRecordProcedure until eof-switch = 0
        close oldAccFile
        move totRead to formattedTotal
        display "register lines read  : " formattedTotal
        move totLoaded to formattedTotal
        display "accessions loaded    : " formattedTotal
        move totDuplicate to formattedTotal
        display "duplicates refused   : " formattedTotal
        move totMalformed to formattedTotal
        display "malformed refused    : " formattedTotal
        move totLoaded to logLoaded
        move totDuplicate to logDuplicate
        move totMalformed to logMalformed
        move spaces to logText
        string "LOADED " logLoaded " REFUSED " logDuplicate " DUP "
            logMalformed " BAD" delimited by size into logText
        perform writeMaintLogProcedure
        if totDuplicate is greater than zero
            or totMalformed is greater than zero
            move 4 to return-code
        end-if
    end-if.

*> Procedure to load one line of the old register
loadRecordProcedure.
    read oldAccFile
        at end move zero to eof-switch
        not at end
            add 1 to totRead
            perform loadLineProcedure
    end-read.

*> Procedure to check and write one line of the old register
loadLineProcedure.
    move old-value to valueText.
    move function upper-case(old-ref) to entryRef.
    move zero to value-switch.
    move valueText to numText.
    inspect numText replacing leading " " by "0".
    if numText is numeric
        move numValue to entryValue
        if entryValue is greater than zero
            and entryValue is not greater than maxAccValue
            move 1 to value-switch
        end-if
    end-if.
    move totRead to formattedTotal.
    if not value-valid
        add 1 to totMalformed
        display "line" formattedTotal " refused - invalid value "
            old-value
    else
        perform validateRefProcedure
        if not ref-valid
            add 1 to totMalformed
            display "line" formattedTotal " refused - " refReason
        else
            move entryValue to acc-value
            move entryRef to acc-ref
            move operatorId to acc-operator
            move runDate to acc-stampdate
            write accRecord
                invalid key
                    add 1 to totDuplicate
                    display "line" formattedTotal
                        " refused - duplicate value " old-value
                not invalid key
                    add 1 to totLoaded
            end-write
        end-if
    end-if.

*> Procedure to leave a retained log record of one update - what was
*> done, by whom and when
writeMaintLogProcedure.
    open extend logFile.
    if log-status-1 not = '0' or log-status-2 not = '0'
        open output logFile
    end-if.
    if log-status-1 = '0' and log-status-2 = '0'
        accept runTime from time
        move spaces to logRecord
        string runDate " " runTime " " functionCode
            " " operatorId " " logText delimited by size into logRecord
        write logRecord
        close logFile
    else
        display "Unable to open maintenance log, continuing without it"
    end-if.

end program accmaint.
