*> Shared control-file snapshot writer
*> A run that dies halfway can leave the suite's small control files
*> out of step with each other - the exception ID counter, the inbound
*> and outbound sequence numbers, the checkpoints, the run locks, the
*> sieve's control record and the driver's run registry. The driver
*> CALLs here before its first step, and the rollback utility (snaproll)
*> CALLs here before it restores, so there is always a known-consistent
*> point to go back to - including the point just before a rollback.
*> Every file is copied whole into one dated snapshot file,
*> CTLSNAP.yyyymmdd.hhmmss:
*>   H date time operator reason       the header
*>   F file-name P|A                   a file's start - present/absent
*>   D record-image                    each record, from column 3
*>   E file-name count                 a file's end, with its count
*>   T files records                   the trailer
*> and the snapshot is registered on CTLSNAP.TXT - date 1-8, time
*> 10-15, snapshot 17-46, operator 48-55, reason 57-68, records 70-75
*> - which is how snaproll finds it. Hands back the snapshot's name and
*> 0 when it is complete, 1 when it could not be written.
identification division.
program-id. ctlsnap.
environment division.
input-output section.
file-control.
*> The control file being copied, one after another
    select ctlFile assign to dynamic ctlFileName
    organization is line sequential
    file status is ctl-status.
    select snapFile assign to dynamic snapFileName
    organization is line sequential
    file status is snap-status.
    select snapRegistry assign to "CTLSNAP.TXT"
    organization is line sequential
    file status is reg-status.
data division.
file section.
fd ctlFile.
    01 ctlRecord pic x(110).
fd snapFile.
    01 snapRecord.
        05 snap-type  pic x.
        05 filler     pic x.
        05 snap-image pic x(110).
fd snapRegistry.
    01 registryRecord pic x(80).
working-storage section.
01 ctl-status.
    05 ctl-status-1 pic x.
    05 ctl-status-2 pic x.
01 snap-status.
    05 snap-status-1 pic x.
    05 snap-status-2 pic x.
01 reg-status.
    05 reg-status-1 pic x.
    05 reg-status-2 pic x.

*> The control files kept in step with each other - snaproll carries
*> the same list
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

77 eof-switch   pic 9 value 1.
77 runDate      pic 9(8).
77 runTime      pic 9(8).
77 ctlFileName  pic x(12).
77 snapFileName pic x(30).
77 fileRecords  pic 9(6) usage is comp.
77 snapRecords  pic 9(6) usage is comp.
77 formattedFileRecords pic 9(6).
77 formattedSnapRecords pic 9(6).
*> Switch set on when a record could not be written to the snapshot
77 snapFail-switch pic 9 value 0.
    88 snap-failed value 1.
linkage section.
77 snapOperator pic x(8).
*> Why the snapshot was taken - DRIVER, RESTART, PRE-ROLLBACK
77 snapReason   pic x(12).
77 snapName     pic x(30).
77 snapResult   pic 9.

*> Subroutine to snapshot every control file and register the snapshot
procedure division using snapOperator, snapReason, snapName, snapResult.
    accept runDate from date yyyymmdd.
    accept runTime from time.
    move zero to snapFail-switch.
    move zero to snapRecords.
    move 1 to snapResult.
    move spaces to snapFileName.
    string "CTLSNAP." runDate "." runTime(1:6)
        delimited by size into snapFileName.
    move snapFileName to snapName.
    open output snapFile.
    if snap-status-1 not = '0' or snap-status-2 not = '0'
        display "ctlsnap: unable to open " snapFileName
        goback
    end-if.
    move spaces to snapRecord.
    string "H " runDate " " runTime(1:6) " " snapOperator " " snapReason
        delimited by size into snapRecord.
    write snapRecord.
    move 1 to ctlIndex.
    perform copyControlFileProcedure until ctlIndex is greater than ctlCount.
    move snapRecords to formattedSnapRecords.
    move spaces to snapRecord.
    string "T " ctlCount " " formattedSnapRecords
        delimited by size into snapRecord.
    write snapRecord.
    if snap-status-1 not = '0'
        move 1 to snapFail-switch
    end-if.
    close snapFile.
    if snap-failed
        display "ctlsnap: snapshot " snapFileName " is incomplete"
        goback
    end-if.
    open extend snapRegistry.
    if reg-status-1 not = '0' or reg-status-2 not = '0'
        open output snapRegistry
    end-if.
    if reg-status-1 = '0' and reg-status-2 = '0'
        move spaces to registryRecord
        string runDate " " runTime(1:6) " " snapFileName " " snapOperator
            " " snapReason " " formattedSnapRecords
            delimited by size into registryRecord
        write registryRecord
        close snapRegistry
        move zero to snapResult
    else
        display "ctlsnap: unable to register " snapFileName
    end-if.
    goback.

*> Procedure to copy one control file into the snapshot, or record
*> that it did not exist - a rollback then removes it again
copyControlFileProcedure.
    move ctlName(ctlIndex) to ctlFileName.
    move zero to fileRecords.
    move spaces to snapRecord.
    open input ctlFile.
    if ctl-status-1 = '0' and ctl-status-2 = '0'
        string "F " ctlFileName " P" delimited by size into snapRecord
        write snapRecord
        move 1 to eof-switch
        perform copyControlRecordProcedure until eof-switch = 0
        close ctlFile
    else
        string "F " ctlFileName " A" delimited by size into snapRecord
        write snapRecord
    end-if.
    move fileRecords to formattedFileRecords.
    move spaces to snapRecord.
    string "E " ctlFileName " " formattedFileRecords
        delimited by size into snapRecord.
    write snapRecord.
    if snap-status-1 not = '0'
        move 1 to snapFail-switch
    end-if.
    add 1 to ctlIndex.

*> Procedure to copy one control record into the snapshot
copyControlRecordProcedure.
    read ctlFile
        at end move zero to eof-switch
        not at end
            move spaces to snapRecord
            move "D" to snap-type
            move ctlRecord to snap-image
            write snapRecord
            if snap-status-1 not = '0'
                move 1 to snapFail-switch
            end-if
            add 1 to fileRecords
            add 1 to snapRecords
    end-read.

end program ctlsnap.
