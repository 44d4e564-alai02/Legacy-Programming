*> Operator authority check service
*> opersign says who is at the keyboard, but any signed-on ID could
*> write off exceptions, purge the cache, delete generations, release
*> locks or restart the driver. Every utility now CALLs here before
*> an update action, handing over the operator ID, the function code
*> the action needs (see the operauth copybook), and its own program
*> name, and is told whether the operator holds that function on the
*> authority file OPERAUTH.TXT. A refusal is raised to operations
*> through opsalert as a warning and logged to OPERALOG.TXT in the
*> cache-maintenance log layout (date 1-8, time 10-17, function 19,
*> operator 21-28, text 30+), which the who-did-what report counts.
*> With no authority file, nobody holds anything - the check fails
*> closed. The file is kept by opermaint.
*> authResult values handed back:
*>   1 - the operator holds the function
*>   0 - refused
identification division.
program-id. operauth.
environment division.
input-output section.
file-control.
    select authFile assign to "OPERAUTH.TXT" organization is line sequential
    file status is auth-status.
    select authLog assign to "OPERALOG.TXT" organization is line sequential
    file status is alog-status.
data division.
file section.
fd authFile.
    copy "operauth.cpy".
fd authLog.
    01 alogRecord pic x(80).
working-storage section.
01 auth-status.
    05 auth-status-1 pic x.
    05 auth-status-2 pic x.
01 alog-status.
    05 alog-status-1 pic x.
    05 alog-status-2 pic x.
77 eof-switch pic 9 value 1.
77 runDate    pic 9(8).
77 runTime    pic 9(8).
77 heldCount  pic 99 usage is comp.
*> Switch set on once the operator's record has been found
77 found-switch pic 9 value 0.
    88 operator-found value 1.
*> The function's name for the alert and the log
77 functionName pic x(20).

*> Central operations alert fields
77 alertSeverity pic x.
77 alertMessage  pic x(60).
linkage section.
77 operatorId    pic x(8).
77 authFunction  pic x.
77 authProgram   pic x(12).
77 authResult    pic 9.

*> Subroutine to answer whether the operator holds the function, and
*> to raise and log the refusal when not
procedure division using operatorId, authFunction, authProgram,
    authResult.
    move zero to authResult.
    move zero to found-switch.
    if operatorId is not equal to spaces
        open input authFile
        if auth-status-1 = '0' and auth-status-2 = '0'
            move 1 to eof-switch
            perform readAuthorityProcedure
                until eof-switch = 0 or operator-found
            close authFile
        end-if
    end-if.
    if authResult is equal to zero
        perform refusalProcedure
    end-if.
    goback.

*> Procedure to read one authority record and, if it is the
*> operator's, check it for the function
readAuthorityProcedure.
    read authFile
        at end move zero to eof-switch
        not at end
            if auth-id is equal to operatorId
                move 1 to found-switch
                move zero to heldCount
                inspect auth-functions tallying heldCount
                    for all authFunction
                if heldCount is greater than zero
                    move 1 to authResult
                end-if
            end-if
    end-read.

*> Procedure to raise the refusal to operations and log it
refusalProcedure.
    evaluate authFunction
        when "R" move "EXCEPTION REPAIR" to functionName
        when "W" move "EXCEPTION WRITE-OFF" to functionName
        when "C" move "CACHE PURGE/REBUILD" to functionName
        when "G" move "GENERATION PURGE" to functionName
        when "L" move "LOCK RELEASE" to functionName
        when "D" move "DRIVER RESTART" to functionName
        when "P" move "PROFILE MAINTENANCE" to functionName
        when "M" move "REASON MAINTENANCE" to functionName
        when "S" move "SECURITY ADMIN" to functionName
        when other move "UNKNOWN FUNCTION" to functionName
    end-evaluate.
    display "Operator " operatorId " is not authorized for "
        function trim(functionName) " - action refused".
    move "W" to alertSeverity.
    move spaces to alertMessage.
    string "AUTHORITY REFUSED: " function trim(functionName)
        " FOR " operatorId
        delimited by size into alertMessage.
    call "opsalert" using alertSeverity, authProgram, alertMessage.
    accept runDate from date yyyymmdd.
    accept runTime from time.
    open extend authLog.
    if alog-status-1 not = '0' or alog-status-2 not = '0'
        open output authLog
    end-if.
    if alog-status-1 = '0' and alog-status-2 = '0'
        move spaces to alogRecord
        string runDate " " runTime " " authFunction " " operatorId
            " REFUSED " authProgram " " functionName
            delimited by size into alogRecord
        write alogRecord
        close authLog
    end-if.

end program operauth.
