*> Certificate verification service for the sieve's consumers
*> svaudit writes a dated PASS/FAIL certificate to SVCERT.TXT, but
*> until now svextract, svfactor, and the lookup loader consumed cobol_sieve.txt
*> regardless of what it said - a failed audit decorated the chain
*> instead of stopping it. This subroutine gives every consumer one
*> check: it reads the LAST certificate line on SVCERT.TXT (a rerun
