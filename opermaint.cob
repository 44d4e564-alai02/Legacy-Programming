*> Operator authority file maintenance
*> Keeps OPERAUTH.TXT, the file the operauth service checks every
*> update action against: list the IDs and the functions they hold,
*> grant or change an ID's functions, or revoke an ID altogether.
*> Only an operator holding the security-administration function (S)
*> may run it - anyone else is refused through operauth like any
*> other unauthorized action. The one exception is a file with no
*> security administrator on it at all (a new installation): the
*> signed-on operator is enrolled as the first administrator, and
*> that is raised to operations. The last administrator can never
*> revoke their own S, so the file cannot be locked out. Every grant
*> and revocation is logged to OPERALOG.TXT, stamped with the
*> administrator, in the cache-maintenance log layout the who-did-what
*> report reads.
identification division.
program-id. opermaint.
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
*> Who is maintaining the file - from the opersign service
77 operatorId  pic x(8).
77 authFunction pic x.
77 authProgram  pic x(12) value "OPERMAINT".
77 authResult   pic 9.

*> The whole authority file, loaded up front and written back after
*> every change
01 authTable.
    05 authEntry occurs 200 times.
        10 at-id        pic x(8).
        10 at-functions pic x(10).
        10 at-grantby   pic x(8).
        10 at-grantdate pic x(8).
77 authCount  pic 9(3) usage is comp value 0.
77 authMax    pic 9(3) value 200.
77 authIndex  pic 9(3) usage is comp.
77 authFound  pic 9(3) usage is comp.
77 adminCount pic 9(3) usage is comp.
77 heldCount  pic 99 usage is comp.

*> The maintenance dialogue's fields
77 menuChoice   pic x.
77 keyedId      pic x(8).
77 keyedFunctions pic x(10).
77 checkIndex   pic 99 usage is comp.
77 checkChar    pic x.
*> Switch set on when the keyed function list holds a bad code
77 badCode-switch pic 9 value 0.
    88 bad-code value 1.
77 logText      pic x(50).

*> Central operations alert fields
77 alertSeverity pic x.
77 alertMessage  pic x(60).

*> Main procedure - check the operator is a security administrator,
*> then run the maintenance menu
procedure division.
    display "---Operator authority maintenance---".
    accept runDate from date yyyymmdd.
    call "opersign" using operatorId.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move space to menuChoice.
    perform loadAuthorityProcedure.
    perform countAdminProcedure.
    if adminCount is equal to zero
        perform enrollFirstAdminProcedure
    else
        move "S" to authFunction
        call "operauth" using operatorId, authFunction, authProgram,
            authResult
        if authResult is not equal to 1
            move 8 to return-code
            goback
        end-if
    end-if.
    perform menuProcedure until menuChoice is equal to "Q".
    goback.

*> Procedure to load the authority file into the table
loadAuthorityProcedure.
    move zero to authCount.
    open input authFile.
    if auth-status-1 = '0' and auth-status-2 = '0'
        move 1 to eof-switch
        perform readAuthorityProcedure until eof-switch = 0
        close authFile
    end-if.

*> Procedure to read one authority record into the table
readAuthorityProcedure.
    read authFile
        at end move zero to eof-switch
        not at end
            if authCount is less than authMax
                and auth-id is not equal to spaces
                add 1 to authCount
                move auth-id to at-id(authCount)
                move auth-functions to at-functions(authCount)
                move auth-grantby to at-grantby(authCount)
                move auth-grantdate to at-grantdate(authCount)
            end-if
    end-read.

*> Procedure to count the security administrators on file
countAdminProcedure.
    move zero to adminCount.
    move 1 to authIndex.
    perform countAdminEntryProcedure until authIndex is greater than authCount.

*> Procedure to count one entry if it holds S
countAdminEntryProcedure.
    move zero to heldCount.
    inspect at-functions(authIndex) tallying heldCount for all "S".
    if heldCount is greater than zero
        add 1 to adminCount
    end-if.
    add 1 to authIndex.

*> Procedure to enroll the signed-on operator as the first security
*> administrator of a file that has none
enrollFirstAdminProcedure.
    display "No security administrator on file - enrolling "
        operatorId " as the first".
    move operatorId to keyedId.
    perform findIdProcedure.
    if authFound is equal to zero
        add 1 to authCount
        move authCount to authFound
        move operatorId to at-id(authFound)
        move "S" to at-functions(authFound)
    else
        move at-functions(authFound) to keyedFunctions
        perform keepAdminProcedure
        move keyedFunctions to at-functions(authFound)
    end-if.
    move operatorId to at-grantby(authFound).
    move runDate to at-grantdate(authFound).
    perform writeAuthorityProcedure.
    move spaces to logText.
    string "ENROLLED FIRST SECURITY ADMIN " operatorId
        delimited by size into logText.
    perform writeLogProcedure.
    move "W" to alertSeverity.
    move spaces to alertMessage.
    string "FIRST SECURITY ADMINISTRATOR ENROLLED: " operatorId
        delimited by size into alertMessage.
    call "opsalert" using alertSeverity, authProgram, alertMessage.

*> Procedure to show the menu and work one choice
menuProcedure.
    display " ".
    display "(L)ist, (G)rant/change, (R)evoke, (Q)uit: "
        with no advancing.
    accept menuChoice.
    move function upper-case(menuChoice) to menuChoice.
    evaluate menuChoice
        when "L" perform listProcedure
        when "G" perform grantProcedure
        when "R" perform revokeProcedure
        when "Q" continue
        when other display "Invalid choice"
    end-evaluate.

*> Procedure to list every ID and the functions it holds
listProcedure.
    display "ID       FUNCTIONS  GRANTED BY DATE".
    move 1 to authIndex.
    perform listEntryProcedure until authIndex is greater than authCount.

*> Procedure to list one ID
listEntryProcedure.
    display at-id(authIndex) " " at-functions(authIndex) " "
        at-grantby(authIndex) "   " at-grantdate(authIndex).
    add 1 to authIndex.

*> Procedure to grant an ID its functions, replacing what it held
grantProcedure.
    display "Operator ID: " with no advancing.
    accept keyedId.
    if keyedId is equal to spaces
        display "No ID keyed"
    else
        display "Functions (R W C G L D P M S): " with no advancing
        accept keyedFunctions
        move function upper-case(keyedFunctions) to keyedFunctions
        perform checkFunctionsProcedure
        if bad-code
            display "Unknown function code - nothing changed"
        else
            perform findIdProcedure
            if authFound is equal to zero
                and authCount is not less than authMax
                display "Authority file is full - nothing changed"
            else
                perform applyGrantProcedure
            end-if
        end-if
    end-if.

*> Procedure to put a checked grant on the table and the file
applyGrantProcedure.
    if authFound is equal to zero
        add 1 to authCount
        move authCount to authFound
        move keyedId to at-id(authFound)
    end-if.
    if keyedId is equal to operatorId
        move zero to heldCount
        inspect keyedFunctions tallying heldCount for all "S"
        if heldCount is equal to zero and adminCount is not greater than 1
            display "You are the last security administrator - S kept"
            perform keepAdminProcedure
        end-if
    end-if.
    move keyedFunctions to at-functions(authFound).
    move operatorId to at-grantby(authFound).
    move runDate to at-grantdate(authFound).
    perform writeAuthorityProcedure.
    perform countAdminProcedure.
    move spaces to logText.
    string "GRANT " keyedId " " keyedFunctions
        delimited by size into logText.
    perform writeLogProcedure.
    display "Granted " keyedId " " keyedFunctions.

*> Procedure to add S back onto a function list the last
*> administrator keyed without it
keepAdminProcedure.
    move zero to heldCount.
    inspect keyedFunctions tallying heldCount for all space.
    if heldCount is greater than zero
        move "S" to keyedFunctions(11 - heldCount:1)
    else
        move "S" to keyedFunctions(10:1)
    end-if.

*> Procedure to check every keyed code is a known function
checkFunctionsProcedure.
    move zero to badCode-switch.
    move 1 to checkIndex.
    perform checkCodeProcedure until checkIndex is greater than 10.

*> Procedure to check one keyed code
checkCodeProcedure.
    move keyedFunctions(checkIndex:1) to checkChar.
    if checkChar is not equal to space
        and checkChar is not equal to "R"
        and checkChar is not equal to "W"
        and checkChar is not equal to "C"
        and checkChar is not equal to "G"
        and checkChar is not equal to "L"
        and checkChar is not equal to "D"
        and checkChar is not equal to "P"
        and checkChar is not equal to "M"
        and checkChar is not equal to "S"
        move 1 to badCode-switch
    end-if.
    add 1 to checkIndex.

*> Procedure to revoke every function an ID holds
revokeProcedure.
    display "Operator ID: " with no advancing.
    accept keyedId.
    perform findIdProcedure.
    if authFound is equal to zero
        display "ID " keyedId " is not on file"
    else
        if keyedId is equal to operatorId
            and adminCount is not greater than 1
            display "You are the last security administrator - "
                "revocation refused"
        else
            move spaces to at-id(authFound)
            perform writeAuthorityProcedure
            perform loadAuthorityProcedure
            perform countAdminProcedure
            move spaces to logText
            string "REVOKE " keyedId
                delimited by size into logText
            perform writeLogProcedure
            display "Revoked " keyedId
        end-if
    end-if.

*> Procedure to find the keyed ID on the table
findIdProcedure.
    move zero to authFound.
    move 1 to authIndex.
    perform scanIdProcedure
        until authIndex is greater than authCount or authFound > 0.

*> Procedure to test one table entry against the keyed ID
scanIdProcedure.
    if at-id(authIndex) is equal to keyedId
        move authIndex to authFound
    end-if.
    add 1 to authIndex.

*> Procedure to write the table back over the authority file - a
*> revoked entry (blank ID) is dropped
writeAuthorityProcedure.
    open output authFile.
    if auth-status-1 = '0' and auth-status-2 = '0'
        move 1 to authIndex
        perform writeAuthorityEntryProcedure
            until authIndex is greater than authCount
        close authFile
    else
        display "Unable to rewrite authority file OPERAUTH.TXT"
    end-if.

*> Procedure to write one table entry back
writeAuthorityEntryProcedure.
    if at-id(authIndex) is not equal to spaces
        move spaces to authRecord
        move at-id(authIndex) to auth-id
        move at-functions(authIndex) to auth-functions
        move at-grantby(authIndex) to auth-grantby
        move at-grantdate(authIndex) to auth-grantdate
        write authRecord
    end-if.
    add 1 to authIndex.

*> Procedure to log one maintenance action with the administrator
writeLogProcedure.
    accept runTime from time.
    open extend authLog.
    if alog-status-1 not = '0' or alog-status-2 not = '0'
        open output authLog
    end-if.
    if alog-status-1 = '0' and alog-status-2 = '0'
        move spaces to alogRecord
        string runDate " " runTime " M " operatorId " " logText
            delimited by size into alogRecord
        write alogRecord
        close authLog
    end-if.

end program opermaint.
