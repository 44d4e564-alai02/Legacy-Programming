*> Shared record layout of the reject reason-code master CONVRSN.TXT,
*> copied by romanA3_1 which stamps its exceptions from it, by the
*> exception programs that age, trend and work them, and by the
*> maintenance program that keeps it - so the layout only has to
*> change in one place.
*> One record per two-digit reason code carried in the exception
*> record's "REASON nn - TEXT" (columns 31-60):
*>   description  the text stamped after "REASON nn - "
*>   severity     H high, M medium, L low - stamped in column 100
*>   owning team  the team the exception trend report charges it to
*>   SLA          business days from reject to disposition
*>   write-off    Y when an exception of this reason may be written
*>                off, N when it must be corrected
*> with who last keyed the code and when. A code not on the master
*> keeps its built-in text, the five-day standard, no owning team,
*> and write-off permitted - the rules from before the master.
01 rsnRecord.
    05 rsn-code      pic 99.
    05 filler        pic x.
    05 rsn-desc      pic x(18).
    05 filler        pic x.
    05 rsn-severity  pic x.
    05 filler        pic x.
    05 rsn-team      pic x(10).
    05 filler        pic x.
    05 rsn-sla       pic 9(3).
    05 filler        pic x.
    05 rsn-woff      pic x.
        88 rsn-woff-permitted value "Y".
    05 filler        pic x.
    05 rsn-operator  pic x(8).
    05 filler        pic x.
    05 rsn-stampdate pic x(8).
