77 todayInt   pic 9(9) usage is comp.
*> Who is clearing the controls - from the opersign service
77 operatorId pic x(8).
*> Operator authority check fields - the operauth service refuses,
*> alerts and logs an update action the operator does not hold
77 authFunction  pic x.
77 authProgram   pic x(12) value "CONVRCVR".
77 authResult    pic 9.
*> Switch to remember whether the audit trail opened - no audit
*> trail, no clearing, because anonymous clearance is the very
*> finding this utility exists to close
    move zero to totCkptsCleared.
    move zero to audit-switch.
    compute todayInt = function integer-of-date(runDate).
    move "L" to authFunction.
    call "operauth" using operatorId, authFunction, authProgram,
        authResult.
    if authResult is not equal to 1
        move 8 to return-code
        goback
    end-if.
    open extend auditFile.
    if audit-status-1 not = '0' or audit-status-2 not = '0'
        open output auditFile
