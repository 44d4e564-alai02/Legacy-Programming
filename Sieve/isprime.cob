*> Callable primality service over the packed prime master
*> Answers prime / not prime / out-of-covered-range for a given
*> number from the gap-encoded master SVPMAST.TXT, through the block
*> index SVPMAST.DAT svpindex builds over it - the same CALL pattern as
*> conv and dtoroman, so primality is a service any program can CALL
*> instead of a file to parse. A lookup reads the one block whose base
*> prime is at or below the number and expands its gaps; the block
*> last expanded is kept, so callers walking upward through the
*> numbers (svconst, nxtprime) mostly answer without a read at all.
*> The covered limit comes from the index's control record, which
*> carries the master's own header and trailer claims. The index stays
*> open across calls, since the callers that need this ask thousands
*> of times a night.
*> primeFlag values handed back:
*>   1 - the number is prime
*>   0 - the number is not prime
*>   2 - the number is above the limit the master covers
*>   3 - the block index is unavailable or has no control record
identification division.
program-id. isprime.
environment division.
input-output section.
file-control.
select indexFile assign "SVPMAST.DAT"
    organization is indexed
    access mode is dynamic
    record key is block-base
    file status is index-status.

data division.
file section.
fd indexFile.
    copy "svpmast.cpy".

working-storage section.
01 index-status.
    05 index-status-1 pic x.
    05 index-status-2 pic x.
*> One-time open state, kept across calls - 0 not yet tried,
*> 1 open and ready, 2 tried and failed
01 serviceState   pic 9 value 0.
88 service-failed  value 2.
01 coveredLimit   usage unsigned-int value 0.

*> The block last expanded - its primes in order, first to last
01 heldCount      usage unsigned-int value 0.
01 heldTable.
    05 heldPrime  usage unsigned-int occurs 21 times.
01 heldIndex      usage unsigned-int.
*> Switch set on when the number in hand is one of the held primes
01 foundFlag      pic x value "N".
88 number-found value "Y".

linkage section.
77 checkNum   pic 9(8) usage is comp.
77 primeFlag  pic 9 usage is comp-3.

*> Subroutine to answer whether checkNum is prime, from the block
*> holding the primes just below it
procedure division using checkNum, primeFlag.

    if service-untried
        move 0 to primeFlag
        goback
    end-if.
    *> Outside the held block's span, fetch the block that holds it -
    *> the last block whose base is at or below the number
    if heldCount = 0
        or checkNum < heldPrime(1)
        or checkNum > heldPrime(heldCount)
        perform fetchBlockProcedure
    end-if.
    move "N" to foundFlag.
    move 1 to heldIndex.
    perform scanHeldProcedure
        until heldIndex > heldCount or number-found
        or heldPrime(heldIndex) > checkNum.
    if number-found
        move 1 to primeFlag
    else
        move 0 to primeFlag
    end-if.
    goback.

*> First-call setup - open the block index and read the key-zero
*> control record for the limit the master covers
openServiceProcedure.
    move zero to heldCount.
    open input indexFile.
    if index-status-1 not = "0" or index-status-2 not = "0"
        display "isprime: unable to open SVPMAST.DAT, status " index-status
        move 2 to serviceState
    else
        move zero to block-base
        read indexFile key is block-base
            invalid key
                display "isprime: SVPMAST.DAT has no control record"
                close indexFile
                move 2 to serviceState
            not invalid key
                move ctl-limit to coveredLimit
                move 1 to serviceState
        end-read
    end-if.

*> Read the block whose base is the last at or below the number and
*> expand its gaps into the held table. A number below the first
*> block's base lands on the control record and holds nothing
fetchBlockProcedure.
    move zero to heldCount.
    move checkNum to block-base.
    start indexFile key is not greater than block-base
        invalid key
            continue
        not invalid key
            read indexFile next record
                at end
                    continue
                not at end
                    if block-base > 0
                        perform expandBlockProcedure
                    end-if
            end-read
    end-start.

*> Expand the block just read into its primes
expandBlockProcedure.
    move 1 to heldCount.
    move block-base to heldPrime(1).
    move 1 to heldIndex.
    perform expandGapProcedure until heldIndex > block-count.

*> Add one gap on to the previous prime
expandGapProcedure.
    add 1 to heldCount.
    compute heldPrime(heldCount) = heldPrime(heldCount - 1)
        + block-gap(heldIndex).
    add 1 to heldIndex.

*> Test one held prime against the number
scanHeldProcedure.
    if heldPrime(heldIndex) = checkNum
        move "Y" to foundFlag
    end-if.
    add 1 to heldIndex.

end program isprime.
