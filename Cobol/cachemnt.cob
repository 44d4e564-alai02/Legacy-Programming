
*> Who is running the maintenance - from the opersign service
77 operatorId pic x(8).
*> Operator authority check fields - the operauth service refuses,
*> alerts and logs an update action the operator does not hold
77 authFunction  pic x.
77 authProgram   pic x(12) value "CACHEMNT".
77 authResult    pic 9.
77 runDate    pic 9(8).
77 runTime    pic 9(8).

        accept functionCode
    end-if.
    move function upper-case(functionCode) to functionCode.
    if functionCode is equal to "P" or "C"
        move "C" to authFunction
        call "operauth" using operatorId, authFunction, authProgram,
            authResult
        if authResult is not equal to 1
            move 8 to return-code
            goback
        end-if
    end-if.
    evaluate functionCode
        when "R" perform reportProcedure
        when "P" perform purgeProcedure
