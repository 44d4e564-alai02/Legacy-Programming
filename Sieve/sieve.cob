01 timEnd     pic 9(8).
01 timRecords pic 9(8).
01 timLimitZ  pic z(8).
*> Where this execution's sweep began - the low limit, or the resume
*> point - so the log carries the numbers actually swept and the
*> window sizing (svplan) can work out a throughput from it
01 timFrom    usage unsigned-int value 0.
01 timFromZ   pic z(8).
01  hist-time        pic 9(8).
01  hist-maxprime    pic z(8).
01  hist-primecnt    pic z(8).
    else
        move lowLimit to segStart
    end-if
    move segStart to timFrom

    *> Size the range in segments so progress can be reported as
    *> n-of-total and a percentage; a resumed run counts the segments
    accept timEnd from time
    move maxPrime to timLimitZ
    move spaces to timFeed
    move timFrom to timFromZ
    string "LIMIT " timLimitZ " FROM " timFromZ
        delimited by size into timFeed
    move primeCount to timRecords
    call "timelog" using timProgram, timFeed, timStart, timEnd,
        timRecords.
