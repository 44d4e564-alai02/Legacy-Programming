*> parameter card, or keyed by the operator, it lists every recorded
*> conversion for that document in line/field order, with the value,
*> mode, and the run date that produced it. The listing goes to the
*> console and to CONVHRPT.TXT. A document with nothing left on the
*> master is looked up on the convarch archive registry, so the
*> operator is told which archive to restore it from.
identification division.
program-id. convhrpt.
environment division.
    file status is parm-status.
    select reportFile assign to "CONVHRPT.TXT" organization is line sequential
    file status is rpt-status.
    select aregFile assign to "CONVAREG.TXT" organization is line sequential
    file status is areg-status.
data division.
file section.
fd histFile.
        05 parm-highline pic 9(6).
fd reportFile.
    01 reportRecord pic x(100).
*> Archive registry, as convarch writes it
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
working-storage section.
01 hist-status.
    05 hist-status-1 pic x.
01 rpt-status.
    05 rpt-status-1 pic x.
    05 rpt-status-2 pic x.
01 areg-status.
    05 areg-status-1 pic x.
    05 areg-status-2 pic x.

*> Switch set on when a parameter card was found for this run
77 parm-switch pic 9 value 0.
77 lookLowLine  pic 9(6) value 0.
77 lookHighLine pic 9(6) value 0.
77 listedCount  pic 9(6) usage is comp value 0.
77 eof-switch   pic 9 value 1.
77 formattedArchived pic z(5)9.
77 formattedCount pic z(6).
77 formattedLine  pic z(6).
77 formattedValue pic z(8).
        string "no conversions on file for " function trim(lookFileName)
            delimited by size into reportRecord
        perform putLineProcedure
        perform archiveHintProcedure
        move 4 to return-code
    end-if.

*> Procedure to list the archives the registry says hold the document
archiveHintProcedure.
    open input aregFile.
    if areg-status-1 = '0' and areg-status-2 = '0'
        move 1 to eof-switch
        perform readRegistryProcedure until eof-switch = 0
        close aregFile
    end-if.

*> Procedure to read one registry record and print it if it archived
*> the document
readRegistryProcedure.
    read aregFile
        at end move zero to eof-switch
        not at end
            if areg-type is equal to "A"
                and areg-document is equal to lookFileName
                move areg-count to formattedArchived
                move spaces to reportRecord
                string "archived " areg-date " to "
                    function trim(areg-archive) " - " formattedArchived
                    " records, restore with convarch"
                    delimited by size into reportRecord
                perform putLineProcedure
            end-if
    end-read.

*> Procedure to put one built line on the console and the report
putLineProcedure.
    display reportRecord.
