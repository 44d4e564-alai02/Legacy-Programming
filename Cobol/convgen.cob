*> stamped into columns 71-78 of every manifest line so generation
*> deletions stopped being anonymous at the last audit's urging
77 operatorId  pic x(8).
*> Operator authority check fields - the operauth service refuses,
*> alerts and logs an update action the operator does not hold
77 authFunction  pic x.
77 authProgram   pic x(12) value "CONVGEN".
77 authResult    pic 9.
77 eof-switch  pic 9 value 1.
77 keepCount   pic 99 value 5.
77 recordCount pic 9(6) usage is comp.
    end-if.
    move 1 to baseIndex.
    perform rollBaseFileProcedure until baseIndex is greater than 3.
    *> Rolling today's generation is routine; deleting the ones past
    *> retention needs the generation-purge authority
    move "G" to authFunction.
    call "operauth" using operatorId, authFunction, authProgram,
        authResult.
    if authResult is equal to 1
        move 1 to baseIndex
        perform purgeBaseFileProcedure until baseIndex is greater than 3
    else
        display "Generations past retention kept - purge not authorized"
        if manifest-is-open
            move spaces to manifestRecord
            string "PURGE REFUSED - OPERATOR NOT AUTHORIZED"
                delimited by size into manifestRecord
            move operatorId to manifestRecord(71:8)
            write manifestRecord
        end-if
        move 4 to return-code
    end-if.
    perform rewriteRegistryProcedure.
    if manifest-is-open
        close manifestFile
