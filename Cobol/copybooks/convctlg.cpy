*> Shared record layout of the retained run control-totals log
*> CONVCTLG.TXT, copied by romanA3_1 which appends to it and by the
*> chargeback report which charges from it - so the layout only has
*> to change in one place.
*> One record per file-mode run that got as far as its timing record,
*> carrying the run's control totals beside the feed profile it ran
*> under (blank for a plain mode card), so a run can be charged to
*> the feed it belongs to. The start time matches the run's RUNTIME.TXT
*> record, which carries the elapsed time.
01 ctlgRecord.
    05 ctlg-date     pic 9(8).
    05 filler        pic x.
    05 ctlg-mode     pic 99.
    05 filler        pic x.
    05 ctlg-profile  pic x(12).
    05 filler        pic x.
    05 ctlg-filename pic x(30).
    05 filler        pic x.
    05 ctlg-read     pic 9(6).
    05 filler        pic x.
    05 ctlg-conv     pic 9(6).
    05 filler        pic x.
    05 ctlg-rej      pic 9(6).
    05 filler        pic x.
    05 ctlg-start    pic 9(8).
