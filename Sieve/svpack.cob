    goback.

*> First-pass scan - the LAST region header's limit is the file's
*> true coverage, the same rule svextract and svpindex apply
scanLimitProcedure.
    read sieveFile
        at end move zero to eofFlag
