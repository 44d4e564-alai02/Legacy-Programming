*> Block index builder over the packed prime master
*> svload used to turn every completed sieve run into SVPRIME.DAT, one
*> indexed record per prime, and that file had grown to several times
*> the size of the packed master svpack keeps - rebuilding it after
*> every extend run was eating a large share of the batch window. The
*> isprime service (and svinq and svquery through it) now answers from
*> the gap-encoded master itself, through this program's block index
*> SVPMAST.DAT: one indexed record per packed block of SVPMAST.TXT,
*> keyed on the block's base prime, so a lookup reads one block and
*> expands its gaps. The control record under key zero carries the
*> covered limit from the master's header and the prime count and
*> largest prime from its trailer. The build only runs under a current
*> PASS certificate from svaudit that matches the master's trailer, and
*> is reconciled block by block against that trailer before it is
*> called good - the same discipline svload kept. With a V on the
*> SVPIPARM.TXT parameter card the finished index is also walked prime
*> by prime against cobol_sieve.txt, proving it answers exactly what
*> the one-record-per-prime file did.
identification division.
program-id. svpindex.
environment division.
input-output section.
file-control.
select packFile assign "SVPMAST.TXT"
    organization is line sequential
    file status is pack-status.
select indexFile assign "SVPMAST.DAT"
    organization is indexed
    access mode is dynamic
    record key is block-base
    file status is index-status.
select sieveFile assign "cobol_sieve.txt"
    organization is line sequential
    file status is sieve-status.
select parmCard assign "SVPIPARM.TXT"
    organization is line sequential
    file status is parm-status.

data division.
file section.
*> One packed record - base prime, how many gap slots are in use,
*> then the gaps to the following primes in order
fd packFile.
01 packRecord.
    05 pack-base  pic 9(8).
    05 pack-count pic 99.
    05 pack-gap   occurs 20 times pic 9(3).
01 packControl pic x(70).
fd indexFile.
    copy "svpmast.cpy".
fd sieveFile.
01 sieveRecord pic x(40).
fd parmCard.
01 parmRecord.
    05 parm-verify pic x.

working-storage section.
01 pack-status.
    05 pack-status-1 pic x.
    05 pack-status-2 pic x.
01 index-status.
    05 index-status-1 pic x.
    05 index-status-2 pic x.
01 sieve-status.
    05 sieve-status-1 pic x.
    05 sieve-status-2 pic x.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.

01 runDate       pic 9(8).
01 eofFlag       pic 9 value 1.
*> Switch set on when the card asks for the prime-by-prime proof
01 verifyFlag    pic x value "N".
88 verify-requested value "Y".

*> The master's own claims - header limit, trailer count and largest
01 masterLimit   usage unsigned-int value 0.
01 masterPrimes  usage unsigned-int value 0.
01 masterLargest usage unsigned-int value 0.
01 headerFlag    pic x value "N".
88 header-seen value "Y".
01 trailerFlag   pic x value "N".
88 trailer-seen value "Y".

*> What the build actually indexed
01 blockCount    usage unsigned-int value 0.
01 indexedPrimes usage unsigned-int value 0.
01 lastPrime     usage unsigned-int value 0.
01 slotIndex     usage unsigned-int.

*> Certificate verification - the index only builds under a current
*> PASS certificate from svaudit that matches the master's trailer
01 certVerdict pic 9.
01 certPrimes  pic 9(8).
01 certLargest pic 9(8).

*> The proof walk - the next prime off each side and the tallies
01 sievePrime    usage unsigned-int value 0.
01 sieveEofFlag  pic 9 value 1.
01 idxPrime      usage unsigned-int value 0.
01 idxEofFlag    pic 9 value 1.
01 idxSlot       usage unsigned-int value 0.
01 idxSlots      usage unsigned-int value 0.
01 idxGaps.
    05 idxGap    pic 9(3) occurs 20 times.
01 totCompared   usage unsigned-int value 0.
01 totMismatch   usage unsigned-int value 0.

*> Staging field for the blank-padded numbers the files carry
01 numText       pic x(8).
01 numValue redefines numText pic 9(8).
01 fmtA          pic z(8).
01 fmtB          pic z(8).

*> Central operations alert fields - a suspect index goes to the
*> shared queue through opsalert as well as the console
01 alertSeverity pic x.
01 alertProgram  pic x(12) value "SVPINDEX".
01 alertMessage  pic x(60).

*> Main procedure - check the certificate against the master's
*> trailer, build the block index, reconcile it, and prove it when asked
procedure division.
    display "Building the block index SVPMAST.DAT over SVPMAST.TXT".
    accept runDate from date yyyymmdd.
    *> Reset the build's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move 1 to eofFlag.
    move "N" to verifyFlag.
    move zero to masterLimit.
    move zero to masterPrimes.
    move zero to masterLargest.
    move "N" to headerFlag.
    move "N" to trailerFlag.
    move zero to blockCount.
    move zero to indexedPrimes.
    move zero to lastPrime.
    move zero to totCompared.
    move zero to totMismatch.
    perform readParmProcedure.
    *> A failed audit has to stop the chain here, not decorate it -
    *> no current PASS certificate, no index
    call "svcertck" using certVerdict, certPrimes, certLargest.
    evaluate certVerdict
        when 0
            continue
        when 1
            display "No audit certificate on file - index build refused"
            move 20 to return-code
            goback
        when 2
            display "Audit certificate is stale - index build refused"
            move 21 to return-code
            goback
        when other
            display "Audit certificate says FAIL - index build refused"
            move 22 to return-code
            goback
    end-evaluate.
    open input packFile.
    if pack-status-1 not = "0" or pack-status-2 not = "0"
        display "Unable to open SVPMAST.TXT, file status " pack-status
        move 16 to return-code
        goback
    end-if.
    *> First pass - the master's header and trailer claims
    perform scanControlProcedure until eofFlag = 0.
    close packFile.
    if not header-seen or not trailer-seen
        display "SVPMAST.TXT is missing its header or trailer - "
            "index build refused"
        move 16 to return-code
        goback
    end-if.
    *> The certificate must describe the primes this master holds
    if certPrimes not = masterPrimes
        display "Audit certificate does not match the master's "
            "trailer - index build refused"
        move 23 to return-code
        goback
    end-if.
    open output indexFile.
    if index-status-1 not = "0" or index-status-2 not = "0"
        display "Unable to create SVPMAST.DAT, file status " index-status
        move 16 to return-code
        goback
    end-if.
    *> Control record first - key zero never collides with a prime
    move spaces to blockControl.
    move zero to ctl-key.
    move masterLimit to ctl-limit.
    move masterPrimes to ctl-primes.
    move masterLargest to ctl-largest.
    move runDate to ctl-date.
    write blockControl.
    open input packFile.
    move 1 to eofFlag.
    perform indexBlockProcedure until eofFlag = 0.
    close packFile.
    close indexFile.
    move blockCount to fmtA.
    move indexedPrimes to fmtB.
    display "Blocks indexed    : " fmtA.
    display "Primes covered    : " fmtB.
    if indexedPrimes not = masterPrimes or lastPrime not = masterLargest
        display "Index does not reconcile with the master's trailer - "
            "index suspect"
        move "W" to alertSeverity
        move "INDEX SUSPECT - TRAILER DOES NOT RECONCILE" to alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
        move 12 to return-code
        goback
    end-if.
    display "Index reconciles with the master's trailer".
    if verify-requested
        perform proveIndexProcedure
    end-if.
    goback.

*> Read the optional parameter card - V asks for the proof walk
readParmProcedure.
    open input parmCard.
    if parm-status-1 = "0" and parm-status-2 = "0"
        read parmCard into parmRecord
            not at end
                if function upper-case(parm-verify) = "V"
                    move "Y" to verifyFlag
                end-if
        end-read
        close parmCard
    end-if.

*> First-pass scan - the header's limit and the trailer's count and
*> largest, the claims the index must reconcile to
scanControlProcedure.
    read packFile
        at end move zero to eofFlag
        not at end
            evaluate packControl(1:4)
                when "HDR "
                    move packControl(27:8) to numText
                    inspect numText replacing leading " " by "0"
                    if numText is numeric
                        move numValue to masterLimit
                        move "Y" to headerFlag
                    end-if
                when "TRL "
                    move packControl(12:8) to numText
                    inspect numText replacing leading " " by "0"
                    if numText is numeric
                        move numValue to masterPrimes
                        move "Y" to trailerFlag
                    end-if
                    move packControl(30:8) to numText
                    inspect numText replacing leading " " by "0"
                    if numText is numeric
                        move numValue to masterLargest
                    end-if
                when other
                    continue
            end-evaluate
    end-read.

*> Index one packed block under its base prime, tallying the primes
*> it holds and the last of them for the reconcile
indexBlockProcedure.
    read packFile
        at end move zero to eofFlag
        not at end
            if packControl(1:4) not = "HDR " and packControl(1:4) not = "TRL "
                and pack-base is numeric and pack-count is numeric
                move packRecord to blockRecord
                write blockRecord
                    invalid key
                        display "Duplicate block base " pack-base
                            " - not indexed"
                    not invalid key
                        add 1 to blockCount
                        compute indexedPrimes = indexedPrimes + 1
                            + pack-count
                        move pack-base to lastPrime
                        move 1 to slotIndex
                        perform addGapProcedure until slotIndex > pack-count
                end-write
            end-if
    end-read.

*> Step the block's last prime on by one gap
addGapProcedure.
    add pack-gap(slotIndex) to lastPrime.
    add 1 to slotIndex.

*> Prove the finished index - walk it prime by prime beside
*> cobol_sieve.txt and count every place the two disagree
proveIndexProcedure.
    display "Proving the index against cobol_sieve.txt".
    open input sieveFile.
    if sieve-status-1 not = "0" or sieve-status-2 not = "0"
        display "Unable to open cobol_sieve.txt, file status " sieve-status
            " - proof not run"
        move 4 to return-code
    else
        open input indexFile
        move zero to block-base
        start indexFile key is greater than block-base
            invalid key move zero to idxEofFlag
            not invalid key move 1 to idxEofFlag
        end-start
        move zero to idxSlot
        move zero to idxSlots
        move 1 to sieveEofFlag
        perform nextSievePrimeProcedure
        perform nextIndexPrimeProcedure
        perform comparePrimeProcedure
            until sieveEofFlag = 0 and idxEofFlag = 0
        close indexFile
        close sieveFile
        move totCompared to fmtA
        move totMismatch to fmtB
        display "Primes compared   : " fmtA
        display "Disagreements     : " fmtB
        if totMismatch > 0
            move "W" to alertSeverity
            move "INDEX PROOF FAILED - DISAGREES WITH COBOL_SIEVE.TXT"
                to alertMessage
            call "opsalert" using alertSeverity, alertProgram, alertMessage
            move 12 to return-code
        else
            display "Index proven equivalent to the classic sieve output"
        end-if
    end-if.

*> Compare the next prime off each side, stepping whichever is behind
comparePrimeProcedure.
    evaluate true
        when sieveEofFlag = 0
            add 1 to totMismatch
            perform nextIndexPrimeProcedure
        when idxEofFlag = 0
            add 1 to totMismatch
            perform nextSievePrimeProcedure
        when sievePrime = idxPrime
            add 1 to totCompared
            perform nextSievePrimeProcedure
            perform nextIndexPrimeProcedure
        when sievePrime < idxPrime
            add 1 to totMismatch
            perform nextSievePrimeProcedure
        when other
            add 1 to totMismatch
            perform nextIndexPrimeProcedure
    end-evaluate.

*> Read on to the next prime of the classic file, passing over every
*> region's control records
nextSievePrimeProcedure.
    move zero to sievePrime.
    perform readSieveProcedure until sievePrime > 0 or sieveEofFlag = 0.

*> Read one classic record
readSieveProcedure.
    read sieveFile
        at end move zero to sieveEofFlag
        not at end
            if sieveRecord(1:4) not = "HDR " and sieveRecord(1:4) not = "TRL "
                move sieveRecord(1:8) to numText
                inspect numText replacing leading " " by "0"
                if numText is numeric
                    move numValue to sievePrime
                end-if
            end-if
    end-read.

*> Expand the index on to its next prime - the next gap of the block
*> in hand, or the base of the next block when this one is spent
nextIndexPrimeProcedure.
    if idxEofFlag not = 0
        if idxSlot < idxSlots
            add 1 to idxSlot
            add idxGap(idxSlot) to idxPrime
        else
            read indexFile next record
                at end move zero to idxEofFlag
                not at end
                    move block-base to idxPrime
                    move block-count to idxSlots
                    move zero to idxSlot
                    move blockRecord(11:60) to idxGaps
            end-read
        end-if
    end-if.

end program svpindex.
