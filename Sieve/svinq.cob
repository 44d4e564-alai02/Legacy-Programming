environment division.
input-output section.
file-control.
select primeFile assign "SVPMAST.DAT"
    organization is indexed
    access mode is dynamic
    record key is block-base
    file status is prime-status.
select historyFile assign "SVHIST.TXT"
    organization is line sequential
data division.
file section.
fd primeFile.
    copy "svpmast.cpy".
fd historyFile.
01 historyRecord pic x(80).

    set isPrimeBase(j) to false.
    compute j = j + i.

*> Procedure to read the covered limit off the block index's
*> key-zero control record, read-only
readCoveredLimitProcedure.
    open input primeFile.
    if prime-status-1 = "0" and prime-status-2 = "0"
        move zero to block-base
        read primeFile key is block-base
            invalid key continue
            not invalid key move ctl-limit to coveredLimit
        end-read
        close primeFile
    end-if.
