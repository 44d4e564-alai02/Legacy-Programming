*> Void and reversal of a source document's conversions
*> When the bureau re-issues a corrected transcription volume, the
*> first run's results are already in CONVHIST.DAT and have already
*> gone out on CONVCSV.TXT, and the only fix used to be a manual
*> edit. This utility takes a source file name (and optionally a line
*> range) from the CONVVPRM.TXT parameter card, or keyed by the
*> operator, and withdraws that document's results:
*>   - its CONVHIST.DAT records in the range are removed from the
*>     master, each listed on CONVVOID.TXT as it goes
*>   - a reversal row for each one is staged on CONVVREV.TXT, which
*>     romanA3_1 carries into the next CSV export's transmission
*>     region ("VOID,numeral,value,file,line,field") so the
*>     downstream spreadsheet can back the original rows out
*>   - any checkpoint or run lock left for the file is cleared
*> Every void leaves audit records on CONVRAUD.TXT - the recovery
*> audit trail convrcvr keeps - stamped with the signed-on operator
*> (opersign) and the reason given, so the corrected volume can be
*> rerun cleanly with a trail showing why the first results were
*> withdrawn. A void without a reason is refused, and so is one by an
*> operator who lacks either the lock-recovery authority (L) it needs
*> to clear the file's locks and checkpoints or the history-removal
*> authority (G) it needs to take records off the master.
identification division.
program-id. convvoid.
environment division.
input-output section.
file-control.
    select histFile assign to "CONVHIST.DAT" organization is indexed
    access mode is dynamic record key is hist-key
    file status is hist-status.
    select parmCard assign to "CONVVPRM.TXT" organization is line sequential
    file status is parm-status.
    select reversalFile assign to "CONVVREV.TXT" organization is line sequential
    file status is rev-status.
    select voidFile assign to "CONVVOID.TXT" organization is line sequential
    file status is void-status.
    select lockFile assign to "CONVLOCK.TXT" organization is line sequential
    file status is lock-status.
    select checkpointFile assign to "CONVCKPT.TXT"
    organization is line sequential
    file status is ckpt-status.
    select auditFile assign to "CONVRAUD.TXT" organization is line sequential
    file status is audit-status.
data division.
file section.
fd histFile.
    copy "convhist.cpy".
*> Source file to void, the optional line range (zeros mean the
*> whole document), and the reason for the audit trail
fd parmCard.
    01 parmRecord.
        05 parm-filename pic x(30).
        05 filler        pic x.
        05 parm-lowline  pic 9(6).
        05 filler        pic x.
        05 parm-highline pic 9(6).
        05 filler        pic x.
        05 parm-reason   pic x(40).
*> One reversal row per voided conversion, awaiting the next export
fd reversalFile.
    01 reversalRecord pic x(120).
*> Listing of the records this void removed
fd voidFile.
    01 voidRecord pic x(100).
*> The converter's own layouts for both control files
fd lockFile.
    01 lockRecord.
        05 lock-filename pic x(30).
        05 filler        pic x.
        05 lock-date     pic x(8).
fd checkpointFile.
    01 checkpointRecord.
        05 ckpt-filename pic x(30).
        05 filler pic x.
        05 ckpt-lastline pic 9(6).
        05 filler pic x.
        05 ckpt-recordsread pic 9(6).
        05 filler pic x.
        05 ckpt-recordsconv pic 9(6).
        05 filler pic x.
        05 ckpt-recordsrej pic 9(6).
        05 filler pic x.
        05 ckpt-romansum pic 9(15).
        05 filler pic x.
        05 ckpt-rundate pic x(8).
fd auditFile.
    01 auditRecord pic x(120).
working-storage section.
01 hist-status.
    05 hist-status-1 pic x.
    05 hist-status-2 pic x.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.
01 rev-status.
    05 rev-status-1 pic x.
    05 rev-status-2 pic x.
01 void-status.
    05 void-status-1 pic x.
    05 void-status-2 pic x.
01 lock-status.
    05 lock-status-1 pic x.
    05 lock-status-2 pic x.
01 ckpt-status.
    05 ckpt-status-1 pic x.
    05 ckpt-status-2 pic x.
01 audit-status.
    05 audit-status-1 pic x.
    05 audit-status-2 pic x.

77 eof-switch pic 9 value 1.
77 runDate    pic 9(8).
*> Who is voiding - from the opersign service
77 operatorId pic x(8).
*> Operator authority check fields - clearing the file's locks and
*> checkpoints needs the recovery authority convrcvr checks, and
*> removing its records from the master the purge authority convarch
*> checks
77 authFunction  pic x.
77 authProgram   pic x(12) value "CONVVOID".
77 authResult    pic 9.
*> Switch set on when a parameter card was found for this run
77 parm-switch pic 9 value 0.
    88 parm-found value 1.
*> Switch to remember whether the void listing opened
77 void-switch pic 9 value 0.
    88 listing-is-open value 1.
*> Switch turning off the keyed sweep once the document or the
*> requested range has been passed
77 sweep-switch pic 9 value 0.
    88 sweep-done value 1.

77 voidFileName pic x(30).
77 voidLowLine  pic 9(6) value 0.
77 voidHighLine pic 9(6) value 0.
77 voidReason   pic x(40).
77 confirmAnswer pic x.

77 voidCount    pic 9(6) usage is comp value 0.
77 voidValueSum pic 9(15) usage is comp value 0.
77 locksCleared pic 99 usage is comp value 0.
77 ckptsCleared pic 99 usage is comp value 0.
77 formattedCount pic z(5)9.
77 formattedLine  pic z(5)9.
77 formattedLow   pic z(5)9.
77 formattedHigh  pic z(5)9.
77 formattedValue pic z(7)9.
77 formattedSum   pic z(14)9.
77 revPtr         pic 999 usage is comp.
*> Commas in the numeral being reversed - an Ionic thousands sign
77 numeralCommaCount pic 99 usage is comp.

*> The run locks on hand, so every other file's claim writes back
01 lockTable.
    05 lockEntry occurs 20 times.
        10 lock-t-name pic x(30).
        10 lock-t-date pic x(8).
77 lockCount pic 99 usage is comp value 0.
77 lockMax   pic 99 value 20.
77 lockIndex pic 99 usage is comp.

*> The checkpoints on hand, held whole so survivors write back
*> exactly as loaded
01 ckptTable.
    05 ckptEntry occurs 50 times.
        10 ck-name  pic x(30).
        10 ck-line  pic 9(6).
        10 ck-read  pic 9(6).
        10 ck-conv  pic 9(6).
        10 ck-rej   pic 9(6).
        10 ck-sum   pic 9(15).
        10 ck-date  pic x(8).
77 ckptCount pic 99 usage is comp value 0.
77 ckptMax   pic 99 value 50.
77 ckptIndex pic 99 usage is comp.

*> Main procedure - take the document, range, and reason, withdraw
*> the document's results, clear its controls, and audit the void
procedure division.
    display "---Void a source document's conversions---".
    accept runDate from date yyyymmdd.
    call "opersign" using operatorId.
    move "L" to authFunction.
    call "operauth" using operatorId, authFunction, authProgram,
        authResult.
    if authResult is equal to 1
        move "G" to authFunction
        call "operauth" using operatorId, authFunction, authProgram,
            authResult
    end-if.
    if authResult is not equal to 1
        display "Void not authorized - nothing changed"
        move 8 to return-code
        goback
    end-if.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move 1 to eof-switch.
    move zero to parm-switch.
    move zero to void-switch.
    move zero to sweep-switch.
    move zero to voidCount.
    move zero to voidValueSum.
    move zero to locksCleared.
    move zero to ckptsCleared.
    move zero to lockCount.
    move zero to ckptCount.
    move zero to voidLowLine.
    move zero to voidHighLine.
    move spaces to voidFileName.
    move spaces to voidReason.
    perform readParmCardProcedure.
    if not parm-found
        display "Enter the source file name to void: "
        accept voidFileName
        display "Enter first line (0 for whole document): "
        accept voidLowLine
        display "Enter last line (0 for whole document): "
        accept voidHighLine
        display "Reason for the void: "
        accept voidReason
    end-if.
    if voidFileName is equal to spaces
        display "No source file named - nothing voided"
        move 8 to return-code
        goback
    end-if.
    if voidReason is equal to spaces
        display "A void needs a reason for the audit trail - nothing voided"
        move 8 to return-code
        goback
    end-if.
    if voidHighLine is equal to zero
        move 999999 to voidHighLine
    end-if.
    move voidLowLine to formattedLow.
    move voidHighLine to formattedHigh.
    if not parm-found
        display "Void " function trim(voidFileName) " lines "
            formattedLow " to " formattedHigh "? (Y/N): "
            with no advancing
        accept confirmAnswer
        if function upper-case(confirmAnswer) not equal to "Y"
            display "Void abandoned - nothing changed"
            goback
        end-if
    end-if.
    open extend auditFile.
    if audit-status-1 not = '0' or audit-status-2 not = '0'
        open output auditFile
    end-if.
    if audit-status-1 not = '0' or audit-status-2 not = '0'
        display "Unable to open recovery audit trail CONVRAUD.TXT - "
            "void abandoned, nothing changed"
        move 16 to return-code
        goback
    end-if.
    *> No reversal staging, no void - results withdrawn from the
    *> master but never backed out downstream would leave the two
    *> sides disagreeing with no trail between them
    open extend reversalFile.
    if rev-status-1 not = '0' or rev-status-2 not = '0'
        open output reversalFile
    end-if.
    if rev-status-1 not = '0' or rev-status-2 not = '0'
        display "Unable to open reversal staging file CONVVREV.TXT - "
            "void abandoned, nothing changed"
        close auditFile
        move 16 to return-code
        goback
    end-if.
    open i-o histFile.
    if hist-status-1 not = '0' or hist-status-2 not = '0'
        display "Unable to open conversion history master, status " hist-status
        close reversalFile
        close auditFile
        move 16 to return-code
        goback
    end-if.
    open output voidFile.
    if void-status-1 = '0' and void-status-2 = '0'
        move 1 to void-switch
        move spaces to voidRecord
        string "VOID " runDate " " operatorId " " voidFileName
            " LINES " formattedLow " TO " formattedHigh
            delimited by size into voidRecord
        write voidRecord
    else
        display "Unable to open void listing, continuing without it"
    end-if.
    move voidFileName to hist-filename.
    move voidLowLine to hist-lineno.
    move zero to hist-fieldno.
    start histFile key is not less than hist-key
        invalid key move 1 to sweep-switch
    end-start.
    perform voidEntryProcedure until sweep-done.
    close histFile.
    close reversalFile.
    perform clearLockProcedure.
    perform clearCheckpointProcedure.
    perform auditVoidProcedure.
    close auditFile.
    if listing-is-open
        move voidCount to formattedCount
        move spaces to voidRecord
        string "TRL COUNT: " formattedCount
            delimited by size into voidRecord
        write voidRecord
        close voidFile
    end-if.
    display " ".
    move voidCount to formattedCount.
    display "conversions voided : " formattedCount.
    move voidValueSum to formattedSum.
    display "value voided       : " formattedSum.
    move locksCleared to formattedCount.
    display "locks released     : " formattedCount.
    move ckptsCleared to formattedCount.
    display "checkpoints purged : " formattedCount.
    if voidCount is equal to zero
        display "no conversions on file for " function trim(voidFileName)
            " in that range"
        move 4 to return-code
    end-if.
    goback.

*> Procedure to read the optional parameter card for unattended runs
readParmCardProcedure.
    open input parmCard.
    if parm-status-1 = '0' and parm-status-2 = '0'
        read parmCard into parmRecord
            not at end
                move parm-filename to voidFileName
                if parm-lowline is numeric
                    move parm-lowline to voidLowLine
                end-if
                if parm-highline is numeric
                    move parm-highline to voidHighLine
                end-if
                move parm-reason to voidReason
                move 1 to parm-switch
        end-read
        close parmCard
    end-if.

*> Procedure to read the next master record and void it while it
*> still belongs to the document and the requested range
voidEntryProcedure.
    read histFile next record
        at end move 1 to sweep-switch
        not at end
            if hist-filename not equal to voidFileName
                or hist-lineno is greater than voidHighLine
                move 1 to sweep-switch
            else
                perform voidRecordProcedure
            end-if
    end-read.

*> Procedure to remove one conversion from the master and stage its
*> reversal row - a record the master would not give up keeps its
*> CSV row, so it gets no reversal and no listing line
voidRecordProcedure.
    move hist-value to formattedValue.
    move hist-lineno to formattedLine.
    delete histFile record
        invalid key
            display "Unable to remove line " formattedLine
                " from the master, status " hist-status
        not invalid key
            add 1 to voidCount
            add hist-value to voidValueSum
            perform writeReversalProcedure
    end-delete.

*> Procedure to write the reversal row and the listing line for the
*> conversion just removed - a Greek numeral carrying the Ionic
*> thousands comma goes out quoted, as on the CSV export, so the row
*> keeps its six fields
writeReversalProcedure.
    move spaces to reversalRecord.
    move 1 to revPtr.
    move zero to numeralCommaCount.
    inspect hist-numeral tallying numeralCommaCount for all ",".
    string "VOID," delimited by size into reversalRecord
        with pointer revPtr.
    if numeralCommaCount is greater than zero
        string quote delimited by size
            function trim(hist-numeral) delimited by size
            quote delimited by size
            into reversalRecord with pointer revPtr
    else
        string function trim(hist-numeral) delimited by size
            into reversalRecord with pointer revPtr
    end-if.
    string "," delimited by size
        function trim(formattedValue) delimited by size
        "," delimited by size
        function trim(hist-filename) delimited by size
        "," delimited by size
        function trim(formattedLine) delimited by size
        "," delimited by size
        hist-fieldno delimited by size
        into reversalRecord with pointer revPtr.
    write reversalRecord.
    if listing-is-open
        move spaces to voidRecord
        string formattedLine "   " hist-fieldno "   " hist-numeral
            formattedValue "   " hist-mode "   " hist-rundate
            delimited by size into voidRecord
        write voidRecord
    end-if.

*> Procedure to release any run lock left for the voided file,
*> writing every other run's claim back as loaded
clearLockProcedure.
    open input lockFile.
    if lock-status-1 = '0' and lock-status-2 = '0'
        move 1 to eof-switch
        perform loadLockEntryProcedure until eof-switch = 0
        close lockFile
        move 1 to eof-switch
    end-if.
    move 1 to lockIndex.
    perform dropLockEntryProcedure until lockIndex is greater than lockCount.
    if locksCleared is greater than zero
        open output lockFile
        if lock-status-1 = '0' and lock-status-2 = '0'
            move 1 to lockIndex
            perform writeLockEntryProcedure
                until lockIndex is greater than lockCount
            close lockFile
        else
            display "Unable to rewrite lock registry - lock left in place"
            move zero to locksCleared
            move 8 to return-code
        end-if
    end-if.

*> Procedure to read one lock record into the table
loadLockEntryProcedure.
    read lockFile
        at end move zero to eof-switch
        not at end
            if lockCount is less than lockMax
                add 1 to lockCount
                move lock-filename to lock-t-name(lockCount)
                move lock-date to lock-t-date(lockCount)
            end-if
    end-read.

*> Procedure to clear the voided file's entry from the lock table
dropLockEntryProcedure.
    if lock-t-name(lockIndex) is equal to voidFileName
        move spaces to lock-t-name(lockIndex)
        add 1 to locksCleared
    end-if.
    add 1 to lockIndex.

*> Procedure to write one surviving lock entry
writeLockEntryProcedure.
    if lock-t-name(lockIndex) not equal to spaces
        move spaces to lockRecord
        move lock-t-name(lockIndex) to lock-filename
        move lock-t-date(lockIndex) to lock-date
        write lockRecord
    end-if.
    add 1 to lockIndex.

*> Procedure to purge any checkpoint left for the voided file,
*> writing every other file's restart point back as loaded
clearCheckpointProcedure.
    open input checkpointFile.
    if ckpt-status-1 = '0' and ckpt-status-2 = '0'
        move 1 to eof-switch
        perform loadCkptEntryProcedure until eof-switch = 0
        close checkpointFile
        move 1 to eof-switch
    end-if.
    move 1 to ckptIndex.
    perform dropCkptEntryProcedure until ckptIndex is greater than ckptCount.
    if ckptsCleared is greater than zero
        open output checkpointFile
        if ckpt-status-1 = '0' and ckpt-status-2 = '0'
            move 1 to ckptIndex
            perform writeCkptEntryProcedure
                until ckptIndex is greater than ckptCount
            close checkpointFile
        else
            display "Unable to rewrite checkpoint store - checkpoint left in place"
            move zero to ckptsCleared
            move 8 to return-code
        end-if
    end-if.

*> Procedure to read one checkpoint record into the table
loadCkptEntryProcedure.
    read checkpointFile
        at end move zero to eof-switch
        not at end
            if ckptCount is less than ckptMax
                add 1 to ckptCount
                move ckpt-filename to ck-name(ckptCount)
                move ckpt-lastline to ck-line(ckptCount)
                move ckpt-recordsread to ck-read(ckptCount)
                move ckpt-recordsconv to ck-conv(ckptCount)
                move ckpt-recordsrej to ck-rej(ckptCount)
                move ckpt-romansum to ck-sum(ckptCount)
                move ckpt-rundate to ck-date(ckptCount)
            end-if
    end-read.

*> Procedure to clear the voided file's entry from the checkpoint
*> table
dropCkptEntryProcedure.
    if ck-name(ckptIndex) is equal to voidFileName
        move spaces to ck-name(ckptIndex)
        add 1 to ckptsCleared
    end-if.
    add 1 to ckptIndex.

*> Procedure to write one surviving checkpoint entry
writeCkptEntryProcedure.
    if ck-name(ckptIndex) not equal to spaces
        move spaces to checkpointRecord
        move ck-name(ckptIndex) to ckpt-filename
        move ck-line(ckptIndex) to ckpt-lastline
        move ck-read(ckptIndex) to ckpt-recordsread
        move ck-conv(ckptIndex) to ckpt-recordsconv
        move ck-rej(ckptIndex) to ckpt-recordsrej
        move ck-sum(ckptIndex) to ckpt-romansum
        move ck-date(ckptIndex) to ckpt-rundate
        write checkpointRecord
    end-if.
    add 1 to ckptIndex.

*> Procedure to write the void's audit records - the void itself with
*> its range, count, and reason, then any control it cleared, in the
*> same shape as convrcvr's clearance records
auditVoidProcedure.
    move voidCount to formattedCount.
    move spaces to auditRecord.
    string runDate " " operatorId " VOIDED DOCUMENT "
        function trim(voidFileName) " LINES " formattedLow "-"
        formattedHigh " COUNT " formattedCount " " voidReason
        delimited by size into auditRecord.
    write auditRecord.
    if locksCleared is greater than zero
        move spaces to auditRecord
        string runDate " " operatorId " RELEASED LOCK "
            voidFileName " " voidReason
            delimited by size into auditRecord
        write auditRecord
    end-if.
    if ckptsCleared is greater than zero
        move spaces to auditRecord
        string runDate " " operatorId " PURGED CHECKPOINT "
            voidFileName " " voidReason
            delimited by size into auditRecord
        write auditRecord
    end-if.

end program convvoid.
