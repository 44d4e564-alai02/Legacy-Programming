*> Shared record layout of the exception period-close registry
*> CONVPCLS.TXT, copied by the period-close program that writes it and
*> by every program that posts dispositions, which must not post into
*> a period already closed - so the layout only has to change in one
*> place.
*> One record per business period closed, in closing order, carrying
*> the roll-forward that closed it: opening pending, new rejects,
*> closures, final write-offs and closing pending, how many
*> exception IDs did not reconcile, and whether the period closed in
*> balance or was forced closed out of balance.
01 pclsRecord.
    05 pcls-period   pic 9(8).
    05 filler        pic x.
    05 pcls-closedon pic 9(8).
    05 filler        pic x.
    05 pcls-operator pic x(8).
    05 filler        pic x.
    05 pcls-opening  pic 9(6).
    05 filler        pic x.
    05 pcls-new      pic 9(6).
    05 filler        pic x.
    05 pcls-closures pic 9(6).
    05 filler        pic x.
    05 pcls-woff     pic 9(6).
    05 filler        pic x.
    05 pcls-closing  pic 9(6).
    05 filler        pic x.
    05 pcls-diffs    pic 9(6).
    05 filler        pic x.
    05 pcls-state    pic x.
        88 pcls-balanced value "B".
        88 pcls-forced   value "F".
