*> Callable next-prime / previous-prime service over isprime
*> Capacity planning sizes hash tables and bucket counts as "the
*> smallest prime at or above N", and has been working each one out by
*> factoring candidates through svfactor one at a time. This service
*> answers it as a CALL, on the same pattern as isprime: hand it N and
*> it hands back the next prime at or above N and the previous prime
*> at or below N. It asks isprime about each candidate in turn, odd
*> numbers only past 2, so it answers from whatever lookup isprime is
*> serving and can never claim more coverage than isprime has.
*> coverFlag values handed back:
*>   0 - both answers found
*>   1 - the previous prime was found; the next lies beyond the limit
*>       the lookup covers, so nextPrime is zero
*>   2 - N itself is beyond the covered limit; neither is answered
*>   3 - the lookup service is unavailable
*> A previous prime of zero with coverFlag 0 or 1 means there is no
*> prime at or below N (N below 2).
identification division.
program-id. nxtprime.

data division.
working-storage section.
01 candidate     pic 9(8) usage is comp.
01 primeFlag     pic 9 usage is comp-3.
*> Switch set on once the search in hand has settled
01 settledFlag   pic x value "N".
88 search-settled value "Y".

linkage section.
77 checkNum   pic 9(8) usage is comp.
77 nextPrime  pic 9(8) usage is comp.
77 prevPrime  pic 9(8) usage is comp.
77 coverFlag  pic 9 usage is comp-3.

*> Subroutine to find the primes either side of checkNum
procedure division using checkNum, nextPrime, prevPrime, coverFlag.
    move zero to nextPrime.
    move zero to prevPrime.
    move 0 to coverFlag.
    *> Is N itself inside coverage - and is it the answer both ways
    move checkNum to candidate.
    call "isprime" using candidate, primeFlag.
    evaluate primeFlag
        when 3
            move 3 to coverFlag
            goback
        when 2
            move 2 to coverFlag
            goback
        when 1
            move checkNum to nextPrime
            move checkNum to prevPrime
            goback
    end-evaluate.
    perform findPreviousProcedure.
    if coverFlag = 3
        goback
    end-if.
    perform findNextProcedure.
    goback.

*> Step down from N to the first prime at or below it - odd
*> candidates only, with 2 itself the last one there is
findPreviousProcedure.
    move "N" to settledFlag.
    evaluate true
        when checkNum < 2
            move "Y" to settledFlag
        when checkNum < 3
            move 2 to prevPrime
            move "Y" to settledFlag
        when other
            move checkNum to candidate
            if function mod(candidate, 2) = 0
                subtract 1 from candidate
            else
                subtract 2 from candidate
            end-if
    end-evaluate.
    perform stepDownProcedure until search-settled.

*> Test one candidate on the way down
stepDownProcedure.
    if candidate < 3
        move 2 to prevPrime
        move "Y" to settledFlag
    else
        call "isprime" using candidate, primeFlag
        evaluate primeFlag
            when 1
                move candidate to prevPrime
                move "Y" to settledFlag
            when 3
                move 3 to coverFlag
                move "Y" to settledFlag
            when other
                subtract 2 from candidate
        end-evaluate
    end-if.

*> Step up from N to the first prime at or above it, stopping when
*> the candidate runs past the covered limit
findNextProcedure.
    move "N" to settledFlag.
    if checkNum < 2
        move 2 to candidate
    else
        move checkNum to candidate
        if function mod(candidate, 2) = 0
            add 1 to candidate
        else
            add 2 to candidate
        end-if
    end-if.
    perform stepUpProcedure until search-settled.

*> Test one candidate on the way up
stepUpProcedure.
    call "isprime" using candidate, primeFlag.
    evaluate primeFlag
        when 1
            move candidate to nextPrime
            move "Y" to settledFlag
        when 2
            move 1 to coverFlag
            move "Y" to settledFlag
        when 3
            move 3 to coverFlag
            move "Y" to settledFlag
        when other
            if candidate = 2
                move 3 to candidate
            else
                if candidate > 99999997
                    move 1 to coverFlag
                    move "Y" to settledFlag
                else
                    add 2 to candidate
                end-if
            end-if
    end-evaluate.

end program nxtprime.
