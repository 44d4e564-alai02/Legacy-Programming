*> Shared record layout of the block index SVPMAST.DAT over the packed
*> prime master, copied by the index builder (svpindex), the isprime
*> service and the sieve inquiry screen so the layout only has to
*> change in one place.
*> One record per packed block of SVPMAST.TXT, keyed on the block's
*> base prime: the base, how many gap slots are in use, and the gaps
*> to the primes that follow it - so a lookup reads the one block
*> whose base is at or below the number and expands its gaps. The
*> record under key zero is the control record, carrying the covered
*> limit from the master's header and the prime count and largest
*> prime from its trailer, so the service can tell "not prime" from
*> "beyond what the master knows".
01 blockRecord.
    05 block-base  pic 9(8).
    05 block-count pic 99.
    05 block-gap   occurs 20 times pic 9(3).
01 blockControl.
    05 ctl-key     pic 9(8).
    05 ctl-limit   pic 9(8).
    05 ctl-primes  pic 9(8).
    05 ctl-largest pic 9(8).
    05 ctl-date    pic 9(8).
    05 filler      pic x(30).
