*> Prime constellation catalog over the accumulated sieve output
*> svdist answers the density questions, but the research desk keeps
*> asking for particular prime patterns and has been picking them out
*> of cobol_sieve.txt by hand. This program walks the whole file once,
*> every region's HDR and TRL control records passed over, and
*> catalogs every twin pair (p, p+2), cousin pair (p, p+4), sexy pair
*> (p, p+6), prime triplet (p, p+2, p+6 or p, p+4, p+6) and Sophie
*> Germain pair (p and 2p+1 both prime) onto SVCONST.TXT. The catalog
*> carries its own header (date and the source LIMIT) and trailer
*> records with the count per pattern and the count per pattern by
*> order of magnitude of the pattern's first prime. 2p+1 is looked up
*> in the file itself by a second cursor running ahead of the first;
*> where it falls past the file's LIMIT it is asked of the isprime
*> service, and a pair isprime cannot settle either is counted as
*> unresolved and the run ends RC 4. Like every consumer of the sieve
*> output, the catalog only builds under a current PASS certificate
*> from svaudit that matches the file's own trailers.
identification division.
program-id. svconst.
environment division.
input-output section.
file-control.
select sieveFile assign "cobol_sieve.txt"
    organization is line sequential
    file status is sieve-status.
*> The same file again, read ahead by the Sophie Germain cursor
select lookFile assign "cobol_sieve.txt"
    organization is line sequential
    file status is look-status.
select catalogFile assign "SVCONST.TXT"
    organization is line sequential
    file status is cat-status.

data division.
file section.
fd sieveFile.
01 sieveRecord pic x(40).
fd lookFile.
01 lookRecord pic x(40).
fd catalogFile.
01 catalogRecord pic x(80).

working-storage section.
01 sieve-status.
    05 sieve-status-1 pic x.
    05 sieve-status-2 pic x.
01 look-status.
    05 look-status-1 pic x.
    05 look-status-2 pic x.
01 cat-status.
    05 cat-status-1 pic x.
    05 cat-status-2 pic x.

01 runDate       pic 9(8).
01 eofFlag       pic 9 value 1.
01 lookEofFlag   pic 9 value 1.
01 sourceLimit   usage unsigned-int value 0.
*> Switch set on once the source header has been seen and parsed
01 headerFlag    pic x value "N".
88 header-seen value "Y".
*> The regions' summed trailer counts, for the certificate match
01 trailerCount  usage unsigned-int value 0.
01 trailerFlag   pic x value "N".
88 trailer-seen value "Y".

*> Certificate verification - the catalog only builds under a current
*> PASS certificate from svaudit that matches the file's own trailer
01 certVerdict pic 9.
01 certPrimes  pic 9(8).
01 certLargest pic 9(8).

*> Sweep state - the prime just read and the three before it, enough
*> to see every pattern that closes on the new prime
01 currPrime     usage unsigned-int.
01 backPrime     usage unsigned-int occurs 3 times.
01 backIndex     usage unsigned-int.
01 wantPrime     usage unsigned-int.
01 wantFlag      pic x value "N".
88 want-is-prime value "Y".
01 minus2Flag    pic x value "N".
88 minus2-prime value "Y".
01 minus4Flag    pic x value "N".
88 minus4-prime value "Y".
01 minus6Flag    pic x value "N".
88 minus6-prime value "Y".

*> The Sophie Germain cursor - the prime it is sitting on, and the
*> 2p+1 being looked for
01 lookPrime     usage unsigned-int value 0.
01 sgTarget      usage unsigned-int.
01 checkNum      pic 9(8) usage is comp.
01 primeFlag     pic 9 usage is comp-3.

*> Pattern counts - 1 twin, 2 cousin, 3 sexy, 4 triplet, 5 Sophie
*> Germain - in total and by order of magnitude of the first prime
01 patTable.
    05 patCount usage unsigned-int occurs 5 times.
01 patMagTable.
    05 patMagRow occurs 8 times.
        10 patMagCount usage unsigned-int occurs 5 times.
01 patIndex      usage unsigned-int.
01 patNames      pic x(40)
    value "TWIN    COUSIN  SEXY    TRIPLET SOPHIE  ".
01 patName       pic x(8).
01 magIndex      usage unsigned-int.
01 magBound      usage unsigned-int.
01 lowLabel      usage unsigned-int.
01 firstPrime    usage unsigned-int.
01 totUnresolved usage unsigned-int value 0.
01 totCatalog    usage unsigned-int value 0.
01 primeCount    usage unsigned-int value 0.

*> Staging field for the blank-padded numbers the sieve file carries
01 numText       pic x(8).
01 numValue redefines numText pic 9(8).
01 fmtA          pic z(8).
01 fmtB          pic z(8).
01 fmtC          pic z(8).
01 fmtCount      pic z(8).
01 fmtMag        pic z(8) occurs 5 times.

*> Main procedure - check the certificate, find the file's coverage,
*> then sweep it once writing the catalog and its control records
procedure division.
    display "Prime constellation catalog from cobol_sieve.txt".
    accept runDate from date yyyymmdd.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move 1 to eofFlag.
    move 1 to lookEofFlag.
    move zero to sourceLimit.
    move "N" to headerFlag.
    move zero to trailerCount.
    move "N" to trailerFlag.
    move zero to lookPrime.
    move zero to totUnresolved.
    move zero to totCatalog.
    move zero to primeCount.
    initialize patTable.
    initialize patMagTable.
    move zero to backPrime(1).
    move zero to backPrime(2).
    move zero to backPrime(3).
    call "svcertck" using certVerdict, certPrimes, certLargest.
    evaluate certVerdict
        when 0
            continue
        when 1
            display "No audit certificate on file - catalog refused"
            move 20 to return-code
            goback
        when 2
            display "Audit certificate is stale - catalog refused"
            move 21 to return-code
            goback
        when other
            display "Audit certificate says FAIL - catalog refused"
            move 22 to return-code
            goback
    end-evaluate.
    open input sieveFile.
    if sieve-status-1 not = "0" or sieve-status-2 not = "0"
        display "Unable to open cobol_sieve.txt, file status " sieve-status
        move 16 to return-code
        goback
    end-if.
    *> First pass - the LAST header's LIMIT is the file's coverage,
    *> and the region trailers sum to the count the certificate claims
    perform scanLimitProcedure until eofFlag = 0.
    close sieveFile.
    if not header-seen
        display "cobol_sieve.txt has no readable header - cannot catalog"
        move 16 to return-code
        goback
    end-if.
    if trailer-seen and certPrimes not = trailerCount
        display "Audit certificate does not match the file's "
            "trailer - catalog refused"
        move 23 to return-code
        goback
    end-if.
    open output catalogFile.
    if cat-status-1 not = "0" or cat-status-2 not = "0"
        display "Unable to open SVCONST.TXT, file status " cat-status
        move 16 to return-code
        goback
    end-if.
    move sourceLimit to fmtA.
    move spaces to catalogRecord.
    string "HDR DATE: " runDate " LIMIT: " fmtA
        delimited by size into catalogRecord.
    write catalogRecord.
    open input sieveFile.
    open input lookFile.
    move 1 to eofFlag.
    move 1 to lookEofFlag.
    if look-status-1 not = "0" or look-status-2 not = "0"
        *> Without the read-ahead cursor every in-coverage 2p+1 would
        *> read as composite - stop rather than ship a short catalog
        display "Unable to open read-ahead cursor, file status " look-status
        close sieveFile
        close catalogFile
        move 16 to return-code
        goback
    end-if.
    perform catalogRecordProcedure until eofFlag = 0.
    close lookFile.
    close sieveFile.
    perform trailerProcedure.
    close catalogFile.
    move totCatalog to fmtCount.
    display "Constellations cataloged: " fmtCount " to SVCONST.TXT".
    if totUnresolved > 0
        move totUnresolved to fmtCount
        display "Sophie Germain checks unresolved beyond coverage: "
            fmtCount
        move 4 to return-code
    end-if.
    goback.

*> First-pass scan - keep the limit off every header seen, so the
*> last region's header is what survives as the file's coverage, and
*> sum the region trailers for the certificate match
scanLimitProcedure.
    read sieveFile
        at end move zero to eofFlag
        not at end
            evaluate sieveRecord(1:4)
                when "HDR "
                    move sieveRecord(27:8) to numText
                    inspect numText replacing leading " " by "0"
                    if numText is numeric
                        move numValue to sourceLimit
                        move "Y" to headerFlag
                    end-if
                when "TRL "
                    move "Y" to trailerFlag
                    move sieveRecord(12:8) to numText
                    inspect numText replacing leading " " by "0"
                    if numText is numeric
                        add numValue to trailerCount
                    end-if
                when other
                    continue
            end-evaluate
    end-read.

*> Read one source record - control records pass over, each prime is
*> tested for every pattern it closes or opens
catalogRecordProcedure.
    read sieveFile
        at end move zero to eofFlag
        not at end
            if sieveRecord(1:4) = "HDR " or sieveRecord(1:4) = "TRL "
                continue
            else
                move sieveRecord(1:8) to numText
                inspect numText replacing leading " " by "0"
                if numText is numeric
                    move numValue to currPrime
                    add 1 to primeCount
                    perform closingPatternsProcedure
                    perform sophieGermainProcedure
                    move backPrime(2) to backPrime(3)
                    move backPrime(1) to backPrime(2)
                    move currPrime to backPrime(1)
                end-if
            end-if
    end-read.

*> Test the pairs and triplets that close on the prime just read -
*> the primes 2, 4 and 6 below it can only be among the last three
closingPatternsProcedure.
    move "N" to minus2Flag.
    move "N" to minus4Flag.
    move "N" to minus6Flag.
    if currPrime > 2
        compute wantPrime = currPrime - 2
        perform findBackProcedure
        move wantFlag to minus2Flag
    end-if.
    if currPrime > 4
        compute wantPrime = currPrime - 4
        perform findBackProcedure
        move wantFlag to minus4Flag
    end-if.
    if currPrime > 6
        compute wantPrime = currPrime - 6
        perform findBackProcedure
        move wantFlag to minus6Flag
    end-if.
    if minus2-prime
        move 1 to patIndex
        compute firstPrime = currPrime - 2
        perform writePairProcedure
    end-if.
    if minus4-prime
        move 2 to patIndex
        compute firstPrime = currPrime - 4
        perform writePairProcedure
    end-if.
    if minus6-prime
        move 3 to patIndex
        compute firstPrime = currPrime - 6
        perform writePairProcedure
        if minus4-prime or minus2-prime
            perform writeTripletProcedure
        end-if
    end-if.

*> Look for wantPrime among the last three primes read
findBackProcedure.
    move "N" to wantFlag.
    move 1 to backIndex.
    perform testBackProcedure until backIndex > 3 or want-is-prime.

*> Test one of the last three primes against wantPrime
testBackProcedure.
    if backPrime(backIndex) = wantPrime
        move "Y" to wantFlag
    end-if.
    add 1 to backIndex.

*> Write one pair to the catalog under the pattern in hand
writePairProcedure.
    move patNames((patIndex - 1) * 8 + 1:8) to patName.
    move firstPrime to fmtA.
    move currPrime to fmtB.
    move spaces to catalogRecord.
    string patName " " fmtA " " fmtB delimited by size into catalogRecord.
    write catalogRecord.
    perform countPatternProcedure.

*> Write the triplet closing on the prime just read - (p, p+2, p+6)
*> or (p, p+4, p+6), whichever middle prime is on file
writeTripletProcedure.
    move 4 to patIndex.
    compute firstPrime = currPrime - 6.
    move firstPrime to fmtA.
    if minus4-prime
        compute wantPrime = currPrime - 4
    else
        compute wantPrime = currPrime - 2
    end-if.
    move wantPrime to fmtB.
    move currPrime to fmtC.
    move spaces to catalogRecord.
    string "TRIPLET  " fmtA " " fmtB " " fmtC
        delimited by size into catalogRecord.
    write catalogRecord.
    perform countPatternProcedure.

*> Test whether 2p+1 is prime - from the file by the read-ahead
*> cursor while it is inside the covered limit, from the isprime
*> service once it is past it
sophieGermainProcedure.
    compute sgTarget = currPrime * 2 + 1.
    if sgTarget > sourceLimit
        if sgTarget > 99999999
            add 1 to totUnresolved
        else
            move sgTarget to checkNum
            call "isprime" using checkNum, primeFlag
            evaluate primeFlag
                when 1
                    perform writeSophieProcedure
                when 0
                    continue
                when other
                    add 1 to totUnresolved
            end-evaluate
        end-if
    else
        perform advanceLookProcedure
            until lookEofFlag = 0 or lookPrime >= sgTarget
        if lookPrime = sgTarget
            perform writeSophieProcedure
        end-if
    end-if.

*> Move the read-ahead cursor on to its next prime
advanceLookProcedure.
    read lookFile
        at end move zero to lookEofFlag
        not at end
            if lookRecord(1:4) not = "HDR " and lookRecord(1:4) not = "TRL "
                move lookRecord(1:8) to numText
                inspect numText replacing leading " " by "0"
                if numText is numeric
                    move numValue to lookPrime
                end-if
            end-if
    end-read.

*> Write one Sophie Germain pair to the catalog
writeSophieProcedure.
    move 5 to patIndex.
    move currPrime to firstPrime.
    move currPrime to fmtA.
    move sgTarget to fmtB.
    move spaces to catalogRecord.
    string "SOPHIE   " fmtA " " fmtB delimited by size into catalogRecord.
    write catalogRecord.
    perform countPatternProcedure.

*> Count one cataloged pattern in total and under the order of
*> magnitude of its first prime
countPatternProcedure.
    add 1 to totCatalog.
    add 1 to patCount(patIndex).
    move 1 to magIndex.
    move 10 to magBound.
    perform nextMagnitudeProcedure
        until magIndex >= 8 or firstPrime < magBound.
    add 1 to patMagCount(magIndex, patIndex).

*> Step the magnitude bucket up one decade
nextMagnitudeProcedure.
    add 1 to magIndex.
    compute magBound = magBound * 10.

*> Close the catalog with its control records - the count per
*> pattern, the per-magnitude breakdown, and the grand total
trailerProcedure.
    move 1 to patIndex.
    perform patternTrailerProcedure until patIndex > 5.
    move spaces to catalogRecord.
    string "TRL MAG     FROM -      TO:    TWIN  COUSIN    SEXY TRIPLET"
        "  SOPHIE" delimited by size into catalogRecord.
    write catalogRecord.
    move 1 to magIndex.
    move 1 to lowLabel.
    move 9 to magBound.
    perform magnitudeTrailerProcedure until magIndex > 8.
    move totCatalog to fmtCount.
    move spaces to catalogRecord.
    string "TRL COUNT: " fmtCount delimited by size into catalogRecord.
    write catalogRecord.

*> Write one pattern's count trailer
patternTrailerProcedure.
    move patNames((patIndex - 1) * 8 + 1:8) to patName.
    move patCount(patIndex) to fmtCount.
    move spaces to catalogRecord.
    string "TRL " patName " COUNT: " fmtCount
        delimited by size into catalogRecord.
    write catalogRecord.
    display "  " patName fmtCount.
    add 1 to patIndex.

*> Write one order of magnitude's per-pattern counts, for the decades
*> that hold any pattern at all
magnitudeTrailerProcedure.
    move zero to firstPrime.
    move 1 to patIndex.
    perform magnitudeCellProcedure until patIndex > 5.
    if firstPrime > 0
        move lowLabel to fmtA
        move magBound to fmtB
        move spaces to catalogRecord
        string "TRL MAG" fmtA " -" fmtB ":" fmtMag(1) fmtMag(2) fmtMag(3)
            fmtMag(4) fmtMag(5) delimited by size into catalogRecord
        write catalogRecord
    end-if.
    compute lowLabel = magBound + 1.
    compute magBound = (magBound * 10) + 9.
    add 1 to magIndex.

*> Stage one pattern's count for the magnitude line, noting whether
*> the decade holds anything
magnitudeCellProcedure.
    move patMagCount(magIndex, patIndex) to fmtMag(patIndex).
    add patMagCount(magIndex, patIndex) to firstPrime.
    add 1 to patIndex.

end program svconst.
