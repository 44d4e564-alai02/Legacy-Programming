*> Shared record layout of the operator authority file OPERAUTH.TXT,
*> copied by the authority-check service every update utility CALLs
*> and by the maintenance program the security administrator keeps it
*> with - so the layout only has to change in one place.
*> One record per operator ID, listing the function codes it holds,
*> any order, one letter each:
*>   R - exception repair           W - exception write-off
*>   C - cache purge and rebuild    G - generation purge
*>   L - lock and control release   D - driver restart
*>   P - feed profile maintenance    M - reason-code maintenance
*>   S - security administration (maintains this file)
*> with who last granted them and when.
01 authRecord.
    05 auth-id        pic x(8).
    05 filler         pic x.
    05 auth-functions pic x(10).
    05 filler         pic x.
    05 auth-grantby   pic x(8).
    05 filler         pic x.
    05 auth-grantdate pic x(8).
