*> Shared record layout of the feed profile file CONVPROF.TXT, copied
*> by romanA3_1 which runs under the profiles and by the maintenance
*> program that keeps them - so the layout only has to change in one
*> place.
*> The file is a history, never rewritten: every add, change and
*> retirement appends a new version of the profile carrying the full
*> settings, the date it takes effect from, and who keyed it when. The
*> version in effect on a date is the one with the latest effective
*> date not after it (the later record where two share a date); a
*> retired version in effect means the feed may not run. Records from
*> before versions were kept have no effective date, and count as in
*> effect from the beginning.
*> The output style (column 62) is the house style dtoroman renders the
*> feed's roman output in - blank or S standard, A additive, P
*> apothecary, C small capitals; records from before the style went in
*> end at column 60 and read as standard.
01 profRecord.
    05 prof-name      pic x(12).
    05 filler         pic x.
    05 prof-mode      pic 99.
    05 filler         pic x.
    05 prof-wrapper   pic x.
    05 filler         pic x.
    05 prof-stale     pic 9(3).
    05 filler         pic x.
    05 prof-delim     pic x.
    05 filler         pic x.
    05 prof-dq        pic x.
    05 filler         pic x.
    05 prof-xfoot     pic x.
    05 filler         pic x.
    05 prof-variant   pic x.
    05 filler         pic x.
    05 prof-enrich    pic x.
    05 filler         pic x.
    05 prof-effective pic x(8).
    05 filler         pic x.
    05 prof-state     pic x.
        88 prof-retired value "R".
    05 filler         pic x.
    05 prof-operator  pic x(8).
    05 filler         pic x.
    05 prof-keyed     pic x(8).
    05 filler         pic x.
    05 prof-style     pic x.
