*> Control-file rollback utility
*> When a nightly run fails halfway, the exception ID counter, the
*> sequence numbers, the checkpoints, the run locks, the sieve control
*> record and the driver's run registry are left out of step, and
*> putting them back used to mean hand edits, file by file - convrcvr
*> only ever covered the locks and checkpoints. The driver now takes a
*> snapshot of all seven before its first step (ctlsnap), and this
*> utility puts a chosen snapshot back as a set:
*>   - the snapshots on the registry CTLSNAP.TXT are listed and the
*>     operator picks one (or SNAPPARM.TXT names it, columns 1-30);
*>   - the snapshot is checked complete against its own file and
*>     record counts before anything is touched;
*>   - each file's current records (before) and the snapshot's
*>     records (after) are shown side by side;
*>   - nothing happens until the operator confirms, and the current
*>     state is itself snapshotted first, so a rollback can be undone
*>     the same way;
*>   - every file put back, and the rollback itself, is written to the
*>     recovery audit trail CONVRAUD.TXT with the operator, and the
*>     rollback is raised to operations - if the trail won't open, the
*>     rollback is refused (RC 16) before anything is touched.
*> Rolling the controls back needs the lock and control release
*> authority (L), the same as convrcvr.
identification division.
program-id. snaproll.
environment division.
input-output section.
file-control.
    select snapRegistry assign to "CTLSNAP.TXT"
    organization is line sequential
    file status is reg-status.
    select snapFile assign to dynamic snapFileName
    organization is line sequential
    file status is snap-status.
*> The control file being shown or put back
    select ctlFile assign to dynamic ctlFileName
    organization is line sequential
    file status is ctl-status.
    select parmCard assign to "SNAPPARM.TXT"
    organization is line sequential
    file status is parm-status.
    select auditFile assign to "CONVRAUD.TXT"
    organization is line sequential
    file status is audit-status.
data division.
file section.
*> Date 1-8, time 10-15, snapshot 17-46, operator 48-55, reason
*> 57-68, records 70-75, as ctlsnap writes it
fd snapRegistry.
    01 registryRecord.
        05 reg-date     pic x(8).
        05 filler       pic x.
        05 reg-time     pic x(6).
        05 filler       pic x.
        05 reg-snapshot pic x(30).
        05 filler       pic x.
        05 reg-operator pic x(8).
        05 filler       pic x.
        05 reg-reason   pic x(12).
        05 filler       pic x.
        05 reg-records  pic x(6).
fd snapFile.
    01 snapRecord.
        05 snap-type  pic x.
        05 filler     pic x.
        05 snap-image pic x(110).
    01 snapFileMark.
        05 filler     pic x(2).
        05 mark-name  pic x(12).
        05 filler     pic x.
        05 mark-state pic x.
    01 snapEndMark.
        05 filler     pic x(2).
        05 end-name   pic x(12).
        05 filler     pic x.
        05 end-count  pic x(6).
    01 snapTrailer.
        05 filler     pic x(2).
        05 trl-files  pic x.
        05 filler     pic x.
        05 trl-records pic x(6).
fd ctlFile.
    01 ctlRecord pic x(110).
fd parmCard.
    01 parmRecord.
        05 parm-snapshot pic x(30).
fd auditFile.
    01 auditRecord pic x(120).
working-storage section.
01 reg-status.
    05 reg-status-1 pic x.
    05 reg-status-2 pic x.
01 snap-status.
    05 snap-status-1 pic x.
    05 snap-status-2 pic x.
01 ctl-status.
    05 ctl-status-1 pic x.
    05 ctl-status-2 pic x.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.
01 audit-status.
    05 audit-status-1 pic x.
    05 audit-status-2 pic x.

*> The control files a snapshot must carry - the same list as ctlsnap
01 ctlNames.
    05 filler pic x(12) value "CONVEXCN.TXT".
    05 filler pic x(12) value "CONVSEQ.TXT".
    05 filler pic x(12) value "CONVOSEQ.TXT".
    05 filler pic x(12) value "CONVCKPT.TXT".
    05 filler pic x(12) value "CONVLOCK.TXT".
    05 filler pic x(12) value "SVCTRL.TXT".
    05 filler pic x(12) value "DRVRUNS.TXT".
01 ctlNameTable redefines ctlNames.
    05 ctlName occurs 7 times pic x(12).
77 ctlCount pic 9 value 7.
77 ctlIndex pic 9 usage is comp.

77 eof-switch pic 9 value 1.
77 runDate    pic 9(8).
*> Who is rolling back - from the opersign service
77 operatorId pic x(8).
*> Operator authority check fields
77 authFunction  pic x.
77 authProgram   pic x(12) value "SNAPROLL".
77 authResult    pic 9.

*> The snapshots on the registry, latest last
01 regTable.
    05 regEntry occurs 60 times.
        10 rt-date     pic x(8).
        10 rt-time     pic x(6).
        10 rt-snapshot pic x(30).
        10 rt-operator pic x(8).
        10 rt-reason   pic x(12).
77 regCount pic 99 usage is comp value 0.
77 regMax   pic 99 value 60.
77 regIndex pic 99 usage is comp.
77 regChoice pic 99.
77 formattedChoice pic z9.

*> The chosen snapshot as checked - each file's state and record
*> count, and the first few records of each for the before/after
*> display. The records themselves are not held: the run registry
*> only ever grows, so each file is put back by reading its records
*> off the snapshot again
01 snapFileTable.
    05 snapFileEntry occurs 7 times.
        10 sf-name  pic x(12).
        10 sf-state pic x.
        10 sf-count pic 9(6) usage is comp.
        10 sf-show  occurs 10 times pic x(110).
77 fileIndex pic 9 usage is comp.
77 showIndex pic 99 usage is comp.
*> The snapshot's file marks passed so far while a file is copied back
77 markIndex pic 9 usage is comp.
77 copyCount pic 9(6) usage is comp.
77 snapFileName pic x(30).
77 snapReason   pic x(12).
77 undoName     pic x(30).
77 undoResult   pic 9.
*> The name a snapshot taken now would get, and the wait between looks
77 nowSnapName  pic x(30).
77 nowDate      pic 9(8).
77 nowTime      pic 9(8).
77 waitSeconds  pic 9(4) value 1.
77 ctlFileName  pic x(12).
*> Switch set on when the snapshot read back is not complete
77 bad-switch pic 9 value 0.
    88 snapshot-bad value 1.
77 badReason pic x(40).
77 markCount pic 9(6).
77 totRecords pic 9(6) usage is comp.
01 trailerRecordsX pic x(6).
01 trailerRecordsN redefines trailerRecordsX pic 9(6).

*> Before/after display - at most this many records of each side
77 showMax     pic 99 value 10.
77 showCount   pic 9(6) usage is comp.
77 formattedCount pic z(5)9.
77 confirmText pic x.
*> Switch set on when a file could not be put back
77 restoreFail-switch pic 9 value 0.
    88 restore-failed value 1.
77 deleteStatus pic 9(4) usage is comp.
*> Switch to remember whether the audit trail opened
77 audit-switch pic 9 value 0.
    88 audit-is-open value 1.

*> Central operations alert fields
77 alertSeverity pic x.
77 alertMessage  pic x(60).

*> Main procedure - pick the snapshot, check it, show what changes,
*> and put it back only on the operator's confirmation
procedure division.
    display "---Control file rollback---".
    accept runDate from date yyyymmdd.
    call "opersign" using operatorId.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move zero to return-code.
    move zero to bad-switch.
    move zero to restoreFail-switch.
    move zero to audit-switch.
    move spaces to snapFileName.
    move "L" to authFunction.
    call "operauth" using operatorId, authFunction, authProgram,
        authResult.
    if authResult is not equal to 1
        move 8 to return-code
        goback
    end-if.
    perform loadRegistryProcedure.
    perform chooseSnapshotProcedure.
    if snapFileName is equal to spaces
        display "No snapshot chosen - nothing rolled back"
        move 4 to return-code
        goback
    end-if.
    perform loadSnapshotProcedure.
    if snapshot-bad
        display "Snapshot " function trim(snapFileName) " refused - "
            badReason
        move 8 to return-code
        goback
    end-if.
    move 1 to fileIndex.
    perform showFileProcedure until fileIndex is greater than ctlCount.
    display " ".
    display "Roll all seven control files back to "
        function trim(snapFileName) " (Y/N)? " with no advancing.
    accept confirmText.
    if function upper-case(confirmText) is not equal to "Y"
        display "Rollback abandoned - nothing changed"
        move 4 to return-code
        goback
    end-if.
    *> A rollback the audit trail can't record is not run at all
    perform openAuditProcedure.
    if not audit-is-open
        display "Unable to open recovery audit trail CONVRAUD.TXT - "
            "rollback abandoned, nothing changed"
        move 16 to return-code
        goback
    end-if.
    *> Snapshot the state being rolled back from, so the rollback can
    *> itself be undone
    move "PRE-ROLLBACK" to snapReason.
    perform clearSnapshotSecondProcedure.
    call "ctlsnap" using operatorId, snapReason, undoName, undoResult.
    if undoResult is not equal to zero
        display "Unable to snapshot the current state - nothing rolled back"
        close auditFile
        move 8 to return-code
        goback
    end-if.
    move 1 to fileIndex.
    perform restoreFileProcedure until fileIndex is greater than ctlCount.
    move spaces to auditRecord.
    if restore-failed
        string runDate " " operatorId " ROLLBACK TO " snapFileName
            " INCOMPLETE - PRIOR STATE IN " undoName
            delimited by size into auditRecord
        move "E" to alertSeverity
        move spaces to alertMessage
        string "CONTROL ROLLBACK INCOMPLETE: " snapFileName
            delimited by size into alertMessage
        move 12 to return-code
    else
        string runDate " " operatorId " ROLLED BACK CONTROL FILES TO "
            snapFileName " - PRIOR STATE IN " undoName
            delimited by size into auditRecord
        move "W" to alertSeverity
        move spaces to alertMessage
        string "CONTROL FILES ROLLED BACK TO " snapFileName
            delimited by size into alertMessage
    end-if.
    perform writeAuditProcedure.
    if audit-is-open
        close auditFile
    end-if.
    call "opsalert" using alertSeverity, authProgram, alertMessage.
    display function trim(auditRecord).
    goback.

*> Procedure to load the snapshot registry
loadRegistryProcedure.
    move zero to regCount.
    open input snapRegistry.
    if reg-status-1 = '0' and reg-status-2 = '0'
        move 1 to eof-switch
        perform readRegistryProcedure until eof-switch = 0
        close snapRegistry
    end-if.

*> Procedure to read one registry entry, keeping the latest regMax -
*> the oldest slides off the top once the table is full
readRegistryProcedure.
    read snapRegistry
        at end move zero to eof-switch
        not at end
            if regCount is not less than regMax
                perform shiftRegistryProcedure
            else
                add 1 to regCount
            end-if
            move reg-date to rt-date(regCount)
            move reg-time to rt-time(regCount)
            move reg-snapshot to rt-snapshot(regCount)
            move reg-operator to rt-operator(regCount)
            move reg-reason to rt-reason(regCount)
    end-read.

*> Procedure to move the registry table up one place
shiftRegistryProcedure.
    move 1 to regIndex.
    perform shiftEntryProcedure until regIndex is not less than regMax.

*> Procedure to move one registry entry up one place
shiftEntryProcedure.
    move regEntry(regIndex + 1) to regEntry(regIndex).
    add 1 to regIndex.

*> Procedure to take the snapshot from the card, or list the registry
*> and let the operator pick one
chooseSnapshotProcedure.
    open input parmCard.
    if parm-status-1 = '0' and parm-status-2 = '0'
        read parmCard
            not at end move parm-snapshot to snapFileName
        end-read
        close parmCard
    end-if.
    if snapFileName is equal to spaces
        if regCount is equal to zero
            display "No snapshots on the registry"
        else
            display " NO DATE     TIME   SNAPSHOT                 "
                "      OPERATOR REASON"
            move 1 to regIndex
            perform listRegistryProcedure until regIndex is greater than regCount
            display "Snapshot number to roll back to (0 to quit): "
                with no advancing
            accept regChoice
            if regChoice is greater than zero
                and regChoice is not greater than regCount
                move rt-snapshot(regChoice) to snapFileName
            end-if
        end-if
    end-if.

*> Procedure to list one registry entry
listRegistryProcedure.
    move regIndex to formattedChoice.
    display " " formattedChoice " " rt-date(regIndex) " " rt-time(regIndex)
        " " rt-snapshot(regIndex) " " rt-operator(regIndex) " "
        rt-reason(regIndex).
    add 1 to regIndex.

*> Procedure to load the chosen snapshot and check it is complete - a
*> header, all seven files each with the count it declares, and a
*> trailer agreeing with the records read
loadSnapshotProcedure.
    move zero to totRecords.
    move zero to fileIndex.
    initialize snapFileTable.
    move spaces to trailerRecordsX.
    open input snapFile.
    if snap-status-1 not = '0' or snap-status-2 not = '0'
        move 1 to bad-switch
        move "SNAPSHOT FILE NOT ON HAND" to badReason
    else
        move 1 to eof-switch
        perform readSnapshotProcedure until eof-switch = 0
        close snapFile
        if not snapshot-bad
            move 1 to ctlIndex
            perform checkSnapshotFileProcedure
                until ctlIndex is greater than ctlCount
        end-if
        if not snapshot-bad
            if trailerRecordsX is not numeric
                or trailerRecordsN is not equal to totRecords
                move 1 to bad-switch
                move "TRAILER MISSING OR OUT OF BALANCE" to badReason
            end-if
        end-if
    end-if.

*> Procedure to count one snapshot record against its file
readSnapshotProcedure.
    read snapFile
        at end move zero to eof-switch
        not at end
            evaluate snap-type
                when "F"
                    if fileIndex is less than ctlCount
                        add 1 to fileIndex
                        move mark-name to sf-name(fileIndex)
                        move mark-state to sf-state(fileIndex)
                        move zero to sf-count(fileIndex)
                    else
                        move 1 to bad-switch
                        move "MORE FILES THAN EXPECTED" to badReason
                    end-if
                when "D"
                    if fileIndex is greater than zero
                        add 1 to sf-count(fileIndex)
                        add 1 to totRecords
                        if sf-count(fileIndex) is not greater than showMax
                            move sf-count(fileIndex) to showIndex
                            move snap-image
                                to sf-show(fileIndex, showIndex)
                        end-if
                    else
                        move 1 to bad-switch
                        move "RECORD BEFORE ANY FILE MARK" to badReason
                        move zero to eof-switch
                    end-if
                when "E"
                    move end-count to markCount
                    if fileIndex is equal to zero
                        or end-name is not equal to sf-name(fileIndex)
                        or markCount is not equal to sf-count(fileIndex)
                        move 1 to bad-switch
                        move "FILE COUNT OUT OF BALANCE" to badReason
                    end-if
                when "T"
                    move trl-records to trailerRecordsX
            end-evaluate
    end-read.

*> Procedure to check the snapshot carries one control file
checkSnapshotFileProcedure.
    if sf-name(ctlIndex) is not equal to ctlName(ctlIndex)
        move 1 to bad-switch
        move spaces to badReason
        string "NO COPY OF " ctlName(ctlIndex)
            delimited by size into badReason
    end-if.
    add 1 to ctlIndex.

*> Procedure to show one file's current records and the records the
*> rollback would put in their place
showFileProcedure.
    move sf-name(fileIndex) to ctlFileName.
    display " ".
    display "=== " ctlFileName " ===".
    display "  BEFORE (now):".
    move zero to showCount.
    open input ctlFile.
    if ctl-status-1 = '0' and ctl-status-2 = '0'
        move 1 to eof-switch
        perform showCurrentRecordProcedure until eof-switch = 0
        close ctlFile
        if showCount is greater than showMax
            subtract showMax from showCount
            move showCount to formattedCount
            display "    ... " formattedCount " more"
        end-if
    else
        display "    (file does not exist)"
    end-if.
    display "  AFTER (snapshot):".
    if sf-state(fileIndex) is equal to "A"
        display "    (file removed - it did not exist at the snapshot)"
    else
        move 1 to showIndex
        move zero to showCount
        perform showSnapshotRecordProcedure
            until showCount is not less than sf-count(fileIndex)
            or showCount is not less than showMax
        if sf-count(fileIndex) is greater than showMax
            compute showCount = sf-count(fileIndex) - showMax
            move showCount to formattedCount
            display "    ... " formattedCount " more"
        end-if
        if sf-count(fileIndex) is equal to zero
            display "    (empty)"
        end-if
    end-if.
    add 1 to fileIndex.

*> Procedure to show one current record of the file in hand
showCurrentRecordProcedure.
    read ctlFile
        at end move zero to eof-switch
        not at end
            add 1 to showCount
            if showCount is not greater than showMax
                display "    " function trim(ctlRecord trailing)
            end-if
    end-read.

*> Procedure to show one snapshot record of the file in hand
showSnapshotRecordProcedure.
    display "    " function trim(sf-show(fileIndex, showIndex) trailing).
    add 1 to showIndex.
    add 1 to showCount.

*> Procedure to let the clock move off the chosen snapshot's second -
*> ctlsnap names a snapshot by the second it is taken, and the files
*> are copied back off the chosen one after the undo snapshot is
*> taken, so the undo snapshot must never be written over it
clearSnapshotSecondProcedure.
    perform nowSnapshotNameProcedure.
    perform waitSecondProcedure until nowSnapName is not equal to snapFileName.

*> Procedure to wait a second and look at the clock again
waitSecondProcedure.
    call "C$SLEEP" using waitSeconds.
    perform nowSnapshotNameProcedure.

*> Procedure to build the name a snapshot taken now would be given
nowSnapshotNameProcedure.
    accept nowDate from date yyyymmdd.
    accept nowTime from time.
    move spaces to nowSnapName.
    string "CTLSNAP." nowDate "." nowTime(1:6)
        delimited by size into nowSnapName.

*> Procedure to open the recovery audit trail
openAuditProcedure.
    open extend auditFile.
    if audit-status-1 not = '0' or audit-status-2 not = '0'
        open output auditFile
    end-if.
    if audit-status-1 = '0' and audit-status-2 = '0'
        move 1 to audit-switch
    end-if.

*> Procedure to put one file back as the snapshot holds it
restoreFileProcedure.
    move sf-name(fileIndex) to ctlFileName.
    move spaces to auditRecord.
    if sf-state(fileIndex) is equal to "A"
        call "CBL_DELETE_FILE" using ctlFileName
        move return-code to deleteStatus
        move zero to return-code
        string runDate " " operatorId " ROLLBACK REMOVED " ctlFileName
            " FROM " snapFileName delimited by size into auditRecord
    else
        open output ctlFile
        if ctl-status-1 = '0' and ctl-status-2 = '0'
            perform copySnapshotFileProcedure
            close ctlFile
            move copyCount to formattedCount
            if copyCount is equal to sf-count(fileIndex)
                string runDate " " operatorId " ROLLBACK RESTORED "
                    ctlFileName " FROM " snapFileName " RECORDS "
                    formattedCount delimited by size into auditRecord
            else
                move 1 to restoreFail-switch
                string runDate " " operatorId " ROLLBACK FAILED "
                    ctlFileName " ONLY " formattedCount
                    " RECORDS READ BACK" delimited by size into auditRecord
            end-if
        else
            move 1 to restoreFail-switch
            string runDate " " operatorId " ROLLBACK FAILED " ctlFileName
                " STATUS " ctl-status delimited by size into auditRecord
        end-if
    end-if.
    perform writeAuditProcedure.
    display function trim(auditRecord).
    add 1 to fileIndex.

*> Procedure to copy the file in hand's records off the snapshot -
*> the file is the one after as many file marks as its place in the
*> list, and its records run up to its end mark
copySnapshotFileProcedure.
    move zero to copyCount.
    move zero to markIndex.
    open input snapFile.
    if snap-status-1 = '0' and snap-status-2 = '0'
        move 1 to eof-switch
        perform copySnapshotRecordProcedure until eof-switch = 0
        close snapFile
    end-if.

*> Procedure to read one snapshot record and write it back if it
*> belongs to the file in hand
copySnapshotRecordProcedure.
    read snapFile
        at end move zero to eof-switch
        not at end
            evaluate snap-type
                when "F"
                    add 1 to markIndex
                when "D"
                    if markIndex is equal to fileIndex
                        move snap-image to ctlRecord
                        write ctlRecord
                        add 1 to copyCount
                    end-if
                when "E"
                    if markIndex is equal to fileIndex
                        move zero to eof-switch
                    end-if
            end-evaluate
    end-read.

*> Procedure to write the audit record in hand, if the trail is open
writeAuditProcedure.
    if audit-is-open
        write auditRecord
    end-if.

end program snaproll.
