*> Shared record layout of the write-off approval register
*> CONVWOFF.TXT, copied by every program that opens it - the repair
*> utility that requests a write-off and the approval program that
*> confirms or returns it - so the layout only has to change in one
*> place.
*> One record per exception a write-off has been requested for,
*> holding its latest state: pending approval, or returned to the
*> repair clerk with the approver's note. A write-off is only final
*> once a second operator has approved it, and the requesting clerk
*> can never be that operator; an approved write-off leaves the
*> register and the queue together, its approval kept on the
*> disposition trail.
01 woffRecord.
    05 woff-excid    pic x(12).
    05 filler        pic x.
    05 woff-state    pic x.
        88 woff-pending  value "P".
        88 woff-returned value "R".
    05 filler        pic x.
    05 woff-numeral  pic x(30).
    05 filler        pic x.
*> The clerk who asked for the write-off, when, and why
    05 woff-clerk    pic x(8).
    05 filler        pic x.
    05 woff-reqdate  pic x(8).
    05 filler        pic x.
    05 woff-reason   pic x(40).
    05 filler        pic x.
*> The approver who confirmed or returned it, when, and - on a
*> return - the note the clerk sees when the exception comes back
    05 woff-approver pic x(8).
    05 filler        pic x.
    05 woff-apprdate pic x(8).
    05 filler        pic x.
    05 woff-note     pic x(40).
