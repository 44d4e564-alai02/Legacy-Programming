*> Retention archive and restore for the conversion-history master
*> CONVHIST.DAT gains a record for every successful conversion and
*> never loses one, so it carries years of documents nobody asks about
*> while every converter run opens it I-O. This program keeps it to
*> what is still live:
*>   Archive - every record whose run date is older than the retention
*>   period (default 1825 days), and every record of a source document
*>   named as retired, is copied to today's dated sequential archive
*>   CONVHIST.Ayyyymmdd - a header with the cut-off and operator, the
*>   records in key order, and a trailer with the record count and the
*>   value total - and only once the archive is closed complete are
*>   the copied records deleted from the master. Each document moved
*>   gets an entry on the archive registry CONVAREG.TXT naming the
*>   archive it went to, with its record count and value total.
*>   Restore - one named document is reloaded from every archive the
*>   registry lists it in, each archive's trailer checked against its
*>   records as it is read, so convhrpt can answer an old query. The
*>   restore is logged on the registry too; a restored document ages
*>   out again at the next archive run.
*> The work comes from the optional CONVAPRM.TXT deck, or from the
*> operator:
*>   A nnnn            archive, retention period nnnn days (columns 3-6)
*>   D document-name   retire a source document (columns 3-32), any
*>                     number of D cards with the A card
*>   R document-name   restore a document (columns 3-32)
identification division.
program-id. convarch.
environment division.
input-output section.
file-control.
    select histFile assign to "CONVHIST.DAT" organization is indexed
    access mode is dynamic record key is hist-key
    file status is hist-status.
    select parmCard assign to "CONVAPRM.TXT" organization is line sequential
    file status is parm-status.
*> The dated archive being written or read back, named at run time
    select archFile assign to dynamic archFileName
    organization is line sequential
    file status is arch-status.
*> Registry of what was archived where, and of every restore
    select aregFile assign to "CONVAREG.TXT" organization is line sequential
    file status is areg-status.
data division.
file section.
fd histFile.
    copy "convhist.cpy".
fd parmCard.
    01 parmRecord.
        05 parm-type     pic x.
        05 filler        pic x.
        05 parm-document pic x(30).
    01 parmRetention.
        05 filler        pic x(2).
        05 parm-days     pic 9(4).
*> Header, detail (the master record image) and trailer records
fd archFile.
    01 archRecord.
        05 arch-type     pic x.
        05 filler        pic x.
        05 arch-image    pic x(85).
    01 archHeader.
        05 archh-type    pic x.
        05 filler        pic x.
        05 archh-date    pic 9(8).
        05 filler        pic x.
        05 archh-cutoff  pic 9(8).
        05 filler        pic x.
        05 archh-operator pic x(8).
    01 archTrailer.
        05 archt-type    pic x.
        05 filler        pic x.
        05 archt-count   pic 9(8).
        05 filler        pic x.
        05 archt-total   pic 9(15).
*> One record per document per archive - A when it was archived, R
*> when it was restored from that archive
fd aregFile.
    01 aregRecord.
        05 areg-type     pic x.
        05 filler        pic x.
        05 areg-date     pic 9(8).
        05 filler        pic x.
        05 areg-archive  pic x(20).
        05 filler        pic x.
        05 areg-document pic x(30).
        05 filler        pic x.
        05 areg-count    pic 9(6).
        05 filler        pic x.
        05 areg-total    pic 9(12).
        05 filler        pic x.
        05 areg-operator pic x(8).
working-storage section.
01 hist-status.
    05 hist-status-1 pic x.
    05 hist-status-2 pic x.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.
01 arch-status.
    05 arch-status-1 pic x.
    05 arch-status-2 pic x.
01 areg-status.
    05 areg-status-1 pic x.
    05 areg-status-2 pic x.

77 eof-switch pic 9 value 1.
77 runDate    pic 9(8).
77 operatorId pic x(8).
*> Operator authority check fields - removing records from the master
*> needs the same generation-purge authority as convgen's purge
77 authFunction  pic x.
77 authProgram   pic x(12) value "CONVARCH".
77 authResult    pic 9.
77 archFunction pic x.
77 archFileName pic x(20).
77 retentionDays pic 9(4) value 1825.
77 cutoffDate pic 9(8).
77 restoreDocument pic x(30).

*> Source documents named as retired on D cards
01 retiredTable.
    05 retiredDocument occurs 100 times pic x(30).
77 retiredCount pic 999 usage is comp value 0.
77 retiredMax   pic 999 value 100.
77 retiredIndex pic 999 usage is comp.
*> Switch set on when the record in hand belongs to a retired document
77 retired-switch pic 9 value 0.
    88 document-retired value 1.

*> The document in hand during the archive pass, for the registry
*> entry written when the next document starts
77 docName   pic x(30).
77 docCount  pic 9(6) usage is comp value 0.
77 docTotal  pic 9(12) usage is comp value 0.

*> Archive totals - written to the trailer, and checked against it
*> when an archive is read back
77 archCount pic 9(8) usage is comp value 0.
77 archTotal pic 9(15) usage is comp value 0.
77 trlCount  pic 9(8) usage is comp value 0.
77 trlTotal  pic 9(15) usage is comp value 0.
77 totDeleted pic 9(8) usage is comp value 0.
77 totRestored pic 9(8) usage is comp value 0.
77 totArchives pic 9(4) usage is comp value 0.

*> The archives the registry lists the document in
01 restoreTable.
    05 restoreArchive occurs 100 times pic x(20).
77 restoreCount pic 999 usage is comp value 0.
77 restoreMax   pic 999 value 100.
77 restoreIndex pic 999 usage is comp.
77 scanIndex    pic 999 usage is comp.
*> Switch set on when the archive in hand is already on the list
77 listed-switch pic 9 value 0.
    88 archive-listed value 1.
*> Switch set on when an archive read back disagrees with its trailer
77 trailer-switch pic 9 value 0.
    88 trailer-bad value 1.

77 formattedCount pic z(7)9.
77 formattedTotal pic z(14)9.

*> Central operations alert fields
77 alertSeverity pic x.
77 alertProgram  pic x(12) value "CONVARCH".
77 alertMessage  pic x(60).

*> Main procedure - take the function from the deck or the operator
*> and run the archive or the restore
procedure division.
    display "---Conversion history archive and restore---".
    accept runDate from date yyyymmdd.
    call "opersign" using operatorId.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move 1 to eof-switch.
    move space to archFunction.
    move 1825 to retentionDays.
    move zero to retiredCount.
    move spaces to restoreDocument.
    move zero to totDeleted.
    move zero to totRestored.
    move zero to totArchives.
    perform readParmDeckProcedure.
    if archFunction is equal to space
        display "(A)rchive by retention, (R)estore a document: "
            with no advancing
        accept archFunction
        move function upper-case(archFunction) to archFunction
        evaluate archFunction
            when "A"
                display "Retention period in days (0 for 1825): "
                    with no advancing
                accept retentionDays
                if retentionDays is equal to zero
                    move 1825 to retentionDays
                end-if
            when "R"
                display "Document to restore: " with no advancing
                accept restoreDocument
        end-evaluate
    end-if.
    evaluate archFunction
        when "A" perform archiveProcedure
        when "R" perform restoreProcedure
        when other
            display "Invalid function"
            move 8 to return-code
    end-evaluate.
    goback.

*> Procedure to read the optional deck - the function card and any
*> retired-document cards
readParmDeckProcedure.
    open input parmCard.
    if parm-status-1 = '0' and parm-status-2 = '0'
        move 1 to eof-switch
        perform readParmCardProcedure until eof-switch = 0
        close parmCard
    end-if.

*> Procedure to read one deck card
readParmCardProcedure.
    read parmCard
        at end move zero to eof-switch
        not at end
            evaluate function upper-case(parm-type)
                when "A"
                    move "A" to archFunction
                    if parm-days is numeric and parm-days > 0
                        move parm-days to retentionDays
                    end-if
                when "D"
                    if retiredCount is less than retiredMax
                        and parm-document is not equal to spaces
                        add 1 to retiredCount
                        move parm-document to retiredDocument(retiredCount)
                    end-if
                when "R"
                    move "R" to archFunction
                    move parm-document to restoreDocument
            end-evaluate
    end-read.

*> Procedure to archive - copy the records past retention or of
*> retired documents to today's archive, and delete them from the
*> master only once the archive is complete
archiveProcedure.
    move "G" to authFunction.
    call "operauth" using operatorId, authFunction, authProgram,
        authResult.
    if authResult is not equal to 1
        display "History archive not authorized - master left as it is"
        move 8 to return-code
        goback
    end-if.
    compute cutoffDate = function date-of-integer
        (function integer-of-date(runDate) - retentionDays).
    move spaces to archFileName.
    string "CONVHIST.A" runDate delimited by size into archFileName.
    open input archFile.
    if arch-status-1 = '0' and arch-status-2 = '0'
        close archFile
        display "Archive " archFileName " already exists - one archive "
            "run a day"
        move 8 to return-code
        goback
    end-if.
    open input histFile.
    if hist-status-1 not = '0' or hist-status-2 not = '0'
        display "Unable to open conversion history master, status "
            hist-status
        move 16 to return-code
        goback
    end-if.
    open output archFile.
    if arch-status-1 not = '0' or arch-status-2 not = '0'
        display "Unable to open archive " archFileName
        close histFile
        move 16 to return-code
        goback
    end-if.
    open extend aregFile.
    if areg-status-1 not = '0' or areg-status-2 not = '0'
        open output aregFile
    end-if.
    move spaces to archRecord.
    move "H" to archh-type.
    move runDate to archh-date.
    move cutoffDate to archh-cutoff.
    move operatorId to archh-operator.
    write archRecord.
    move zero to archCount.
    move zero to archTotal.
    move spaces to docName.
    move zero to docCount.
    move zero to docTotal.
    move 1 to eof-switch.
    perform archiveRecordProcedure until eof-switch = 0.
    perform registerDocumentProcedure.
    move spaces to archRecord.
    move "T" to archt-type.
    move archCount to archt-count.
    move archTotal to archt-total.
    write archRecord.
    close archFile.
    close histFile.
    if areg-status-1 = '0' and areg-status-2 = '0'
        close aregFile
    end-if.
    if archCount is greater than zero
        perform purgeMasterProcedure
    else
        display "Nothing past retention - empty archive kept"
        move 4 to return-code
    end-if.
    move archCount to formattedCount.
    display "records archived   : " formattedCount.
    move totDeleted to formattedCount.
    display "removed from master: " formattedCount.
    move archTotal to formattedTotal.
    display "value total        : " formattedTotal.
    display "archive            : " archFileName.

*> Procedure to read the next master record and archive it if it is
*> past retention or belongs to a retired document
archiveRecordProcedure.
    read histFile next record
        at end move zero to eof-switch
        not at end
            move zero to retired-switch
            move 1 to retiredIndex
            perform checkRetiredProcedure
                until retiredIndex is greater than retiredCount
                or document-retired
            if document-retired or hist-rundate is less than cutoffDate
                if hist-filename is not equal to docName
                    perform registerDocumentProcedure
                    move hist-filename to docName
                end-if
                move spaces to archRecord
                move "D" to arch-type
                move histRecord to arch-image
                write archRecord
                add 1 to archCount
                add hist-value to archTotal
                add 1 to docCount
                add hist-value to docTotal
            end-if
    end-read.

*> Procedure to test the record in hand against one retired document
checkRetiredProcedure.
    if retiredDocument(retiredIndex) is equal to hist-filename
        move 1 to retired-switch
    end-if.
    add 1 to retiredIndex.

*> Procedure to put the document just finished on the registry
registerDocumentProcedure.
    if docCount is greater than zero
        and areg-status-1 = '0' and areg-status-2 = '0'
        move spaces to aregRecord
        move "A" to areg-type
        move runDate to areg-date
        move archFileName to areg-archive
        move docName to areg-document
        move docCount to areg-count
        move docTotal to areg-total
        move operatorId to areg-operator
        write aregRecord
    end-if.
    move zero to docCount.
    move zero to docTotal.

*> Procedure to delete the archived records from the master, reading
*> the closed archive back so only what it holds is removed
purgeMasterProcedure.
    open i-o histFile.
    open input archFile.
    if hist-status-1 not = '0' or hist-status-2 not = '0'
        or arch-status-1 not = '0' or arch-status-2 not = '0'
        display "Unable to reopen for the purge - archived records "
            "left on the master"
        move "E" to alertSeverity
        move "HISTORY ARCHIVE WRITTEN BUT MASTER NOT PURGED" to alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
        move 8 to return-code
    else
        move 1 to eof-switch
        perform purgeRecordProcedure until eof-switch = 0
        close archFile
        close histFile
    end-if.

*> Procedure to delete one archived record's key from the master
purgeRecordProcedure.
    read archFile
        at end move zero to eof-switch
        not at end
            if arch-type is equal to "D"
                move arch-image to histRecord
                delete histFile record
                    invalid key continue
                    not invalid key add 1 to totDeleted
                end-delete
            end-if
    end-read.

*> Procedure to restore one document from every archive holding it
restoreProcedure.
    if restoreDocument is equal to spaces
        display "No document named to restore"
        move 8 to return-code
        goback
    end-if.
    move zero to restoreCount.
    open input aregFile.
    if areg-status-1 = '0' and areg-status-2 = '0'
        move 1 to eof-switch
        perform readRegistryProcedure until eof-switch = 0
        close aregFile
    end-if.
    if restoreCount is equal to zero
        display "No archive holds " function trim(restoreDocument)
        move 4 to return-code
        goback
    end-if.
    open i-o histFile.
    if hist-status-1 not = '0' or hist-status-2 not = '0'
        display "Unable to open conversion history master, status "
            hist-status
        move 16 to return-code
        goback
    end-if.
    open extend aregFile.
    if areg-status-1 not = '0' or areg-status-2 not = '0'
        open output aregFile
    end-if.
    move 1 to restoreIndex.
    perform restoreArchiveProcedure
        until restoreIndex is greater than restoreCount.
    close histFile.
    if areg-status-1 = '0' and areg-status-2 = '0'
        close aregFile
    end-if.
    move totRestored to formattedCount.
    display "records restored   : " formattedCount.
    if totRestored is equal to zero
        move 4 to return-code
    end-if.

*> Procedure to note each archive the registry lists the document in
readRegistryProcedure.
    read aregFile
        at end move zero to eof-switch
        not at end
            if areg-type is equal to "A"
                and areg-document is equal to restoreDocument
                move zero to listed-switch
                move 1 to scanIndex
                perform scanArchiveListProcedure
                    until scanIndex is greater than restoreCount
                if not archive-listed
                    and restoreCount is less than restoreMax
                    add 1 to restoreCount
                    move areg-archive to restoreArchive(restoreCount)
                end-if
            end-if
    end-read.

*> Procedure to test one listed archive against the registry entry
scanArchiveListProcedure.
    if restoreArchive(scanIndex) is equal to areg-archive
        move 1 to listed-switch
    end-if.
    add 1 to scanIndex.

*> Procedure to reload the document's records from one archive,
*> checking the whole archive against its trailer as it goes
restoreArchiveProcedure.
    move restoreArchive(restoreIndex) to archFileName.
    open input archFile.
    if arch-status-1 not = '0' or arch-status-2 not = '0'
        display "Archive " archFileName " is not on hand"
        move "W" to alertSeverity
        move spaces to alertMessage
        string "HISTORY ARCHIVE MISSING: " archFileName
            delimited by size into alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
        move 8 to return-code
    else
        move zero to archCount
        move zero to archTotal
        move zero to docCount
        move zero to docTotal
        move zero to trlCount
        move zero to trlTotal
        move 1 to eof-switch
        perform restoreRecordProcedure until eof-switch = 0
        close archFile
        if archCount is not equal to trlCount
            or archTotal is not equal to trlTotal
            display "Archive " archFileName " does not agree with its "
                "trailer"
            move "W" to alertSeverity
            move spaces to alertMessage
            string "HISTORY ARCHIVE OUT OF BALANCE: " archFileName
                delimited by size into alertMessage
            call "opsalert" using alertSeverity, alertProgram, alertMessage
            move 4 to return-code
        end-if
        if areg-status-1 = '0' and areg-status-2 = '0'
            move spaces to aregRecord
            move "R" to areg-type
            move runDate to areg-date
            move archFileName to areg-archive
            move restoreDocument to areg-document
            move docCount to areg-count
            move docTotal to areg-total
            move operatorId to areg-operator
            write aregRecord
        end-if
        move docCount to formattedCount
        display function trim(archFileName) " - " formattedCount
            " records restored"
    end-if.
    add 1 to restoreIndex.

*> Procedure to read one archive record back - the document's records
*> go back onto the master (over any copy already there), and every
*> detail counts toward the trailer check
restoreRecordProcedure.
    read archFile
        at end move zero to eof-switch
        not at end
            evaluate arch-type
                when "D"
                    move arch-image to histRecord
                    add 1 to archCount
                    add hist-value to archTotal
                    if hist-filename is equal to restoreDocument
                        perform reloadRecordProcedure
                    end-if
                when "T"
                    move archt-count to trlCount
                    move archt-total to trlTotal
            end-evaluate
    end-read.

*> Procedure to write one archived record back onto the master
reloadRecordProcedure.
    write histRecord
        invalid key
            rewrite histRecord
                invalid key continue
            end-rewrite
    end-write.
    add 1 to docCount.
    add hist-value to docTotal.
    add 1 to totRestored.

end program convarch.
