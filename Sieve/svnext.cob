*> Batch next-prime / previous-prime front end over nxtprime
*> Capacity planning sizes its hash tables and bucket counts as "the
*> smallest prime at or above N" and wants a whole list of them
*> answered overnight rather than factoring candidates through svfactor
*> by hand. This program reads a file of sizing requests (one number
*> per record) named on the SVNPARM.TXT parameter card together with
*> the output file's name - or prompts for both - asks the nxtprime
*> service for each, and writes every number with its next and
*> previous prime to the output file, with control totals at the end.
*> The return code is nonzero whenever any request ran out of
*> coverage, so the scheduler knows to run an extend sieve and retry
*> rather than ship a sizing answer the lookup could not vouch for.
identification division.
program-id. svnext.
environment division.
input-output section.
file-control.
select parmCard assign "SVNPARM.TXT"
    organization is line sequential
    file status is parm-status.
select inFile assign dynamic inFileName
    organization is line sequential
    file status is in-status.
select outFile assign dynamic outFileName
    organization is line sequential
    file status is out-status.

data division.
file section.
fd parmCard.
01 parmRecord.
    05 parm-inname  pic x(30).
    05 filler       pic x.
    05 parm-outname pic x(30).
fd inFile.
01 inRecord pic x(30).
fd outFile.
01 outRecord pic x(80).

working-storage section.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.
01 in-status.
    05 in-status-1 pic x.
    05 in-status-2 pic x.
01 out-status.
    05 out-status-1 pic x.
    05 out-status-2 pic x.
77 parm-switch pic 9 value 0.
    88 parm-found value 1.

01 inFileName    pic x(30).
01 outFileName   pic x(30).
01 eofFlag       pic 9 value 1.

*> The digit scan svfactor uses, applied to each request record
01 inText        pic x(30).
01 scanPos       usage unsigned-int.
01 digitCount    usage unsigned-int.
01 scanDigitX    pic x.
01 scanDigitN redefines scanDigitX pic 9.
01 badNumFlag    pic x value "N".
88 num-is-bad value "Y".
01 longNumFlag   pic x value "N".
88 num-too-long value "Y".

*> The request and the service's answer
01 checkNum      pic 9(8) usage is comp.
01 nextPrime     pic 9(8) usage is comp.
01 prevPrime     pic 9(8) usage is comp.
01 coverFlag     pic 9 usage is comp-3.
01 verdictText   pic x(40).
01 fmtNext       pic z(7)9.
01 fmtPrev       pic z(7)9.

*> Control totals for the run
01 totQueried    usage unsigned-int value 0.
01 totAnswered   usage unsigned-int value 0.
01 totBeyond     usage unsigned-int value 0.
01 totBadRecords usage unsigned-int value 0.
*> Switch set on when the lookup service itself was unavailable
01 svcFailFlag   pic x value "N".
88 service-down value "Y".
01 fmtCount      pic z(8).
01 fmtNum        pic z(8).

*> Program to answer a whole file of prime sizing requests overnight
procedure division.
    display "Batch next/previous prime requests against nxtprime".
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move zero to parm-switch.
    move 1 to eofFlag.
    move zero to totQueried.
    move zero to totAnswered.
    move zero to totBeyond.
    move zero to totBadRecords.
    move "N" to svcFailFlag.
    perform readParmProcedure.
    if not parm-found
        display "Enter request file name: " with no advancing
        accept inFileName
        display "Enter answer file name: " with no advancing
        accept outFileName
    end-if.
    open input inFile.
    if in-status-1 not = "0" or in-status-2 not = "0"
        display "Unable to open request file " inFileName
        move 16 to return-code
        goback
    end-if.
    open output outFile.
    if out-status-1 not = "0" or out-status-2 not = "0"
        display "Unable to open answer file " outFileName
        close inFile
        move 16 to return-code
        goback
    end-if.
    perform requestRecordProcedure until eofFlag = 0.
    perform totalsProcedure.
    close outFile.
    close inFile.
    evaluate true
        when service-down
            move 16 to return-code
        when totBeyond > 0
            *> "Don't know" must never ship as "not prime" - hold
            *> the answers until an extend sieve covers the range
            move 4 to return-code
        when other
            continue
    end-evaluate.
    goback.

*> Read the optional parameter card - request and answer file names
readParmProcedure.
    open input parmCard.
    if parm-status-1 = "0" and parm-status-2 = "0"
        read parmCard into parmRecord
            not at end
                move parm-inname to inFileName
                move parm-outname to outFileName
                move 1 to parm-switch
        end-read
        close parmCard
    end-if.

*> Answer one request record - every input record leaves exactly one
*> answer line and lands in exactly one tally, so the control
*> totals cross-foot against the input count
requestRecordProcedure.
    read inFile into inText
        at end move zero to eofFlag
        not at end
            perform parseNumberProcedure
            evaluate true
                when num-is-bad or digitCount = 0
                    *> Unreadable comes first, the precedence the
                    *> verdict text already uses - a long run of
                    *> digits with junk after it is NOT A NUMBER,
                    *> not a coverage problem an extend sieve could
                    *> ever answer
                    add 1 to totBadRecords
                    perform putVerdictProcedure
                when num-too-long
                    *> A real number past eight digits is a request we
                    *> cannot answer inside coverage - it counts as
                    *> queried and beyond, never as unreadable
                    add 1 to totQueried
                    add 1 to totBeyond
                    perform putVerdictProcedure
                when other
                    perform askServiceProcedure
            end-evaluate
    end-read.

*> Pull the digits off the record just read - junk records get a
*> verdict line of their own rather than vanishing silently
parseNumberProcedure.
    move function trim(inText) to inText.
    move zero to checkNum.
    move zero to digitCount.
    move "N" to badNumFlag.
    move "N" to longNumFlag.
    move spaces to verdictText.
    move 1 to scanPos.
    perform scanDigitProcedure
        until (scanPos > 30) or inText(scanPos:1) = space or num-is-bad.
    if num-is-bad
        move "NOT A NUMBER" to verdictText
    else
        if num-too-long
            move "BEYOND COVERAGE" to verdictText
        else
            if digitCount = 0
                *> A blank record still gets its verdict line, so
                *> input and output record counts reconcile
                move "NOT A NUMBER" to verdictText
            end-if
        end-if
    end-if.

*> Take one digit of the request, or mark the record unreadable
scanDigitProcedure.
    move inText(scanPos:1) to scanDigitX.
    if scanDigitX is numeric
        if digitCount < 8
            compute checkNum = (checkNum * 10) + scanDigitN
            add 1 to digitCount
        else
            move "Y" to longNumFlag
        end-if
    else
        move "Y" to badNumFlag
    end-if.
    add 1 to scanPos.

*> Ask the nxtprime service and write the answer - a previous prime
*> of zero means there is none at or below the request
askServiceProcedure.
    add 1 to totQueried.
    call "nxtprime" using checkNum, nextPrime, prevPrime, coverFlag.
    move nextPrime to fmtNext.
    move prevPrime to fmtPrev.
    evaluate coverFlag
        when 0
            move spaces to verdictText
            string "NEXT " fmtNext " PREV " fmtPrev
                delimited by size into verdictText
            add 1 to totAnswered
        when 1
            move spaces to verdictText
            string "NEXT BEYOND COVERAGE PREV " fmtPrev
                delimited by size into verdictText
            add 1 to totBeyond
        when 2
            move "BEYOND COVERAGE" to verdictText
            add 1 to totBeyond
        when other
            move "SERVICE UNAVAILABLE" to verdictText
            move "Y" to svcFailFlag
    end-evaluate.
    perform putVerdictProcedure.

*> Write one number-and-answer line to the output file
putVerdictProcedure.
    move spaces to outRecord.
    string function trim(inText) " " verdictText
        delimited by size into outRecord.
    write outRecord.

*> Print the run's control totals, console and output trailer
totalsProcedure.
    move totQueried to fmtCount.
    display "requests taken    : " fmtCount.
    move spaces to outRecord.
    string "TRL REQUESTED: " fmtCount delimited by size into outRecord.
    write outRecord.
    move totAnswered to fmtCount.
    display "fully answered    : " fmtCount.
    move spaces to outRecord.
    string "TRL ANSWERED: " fmtCount delimited by size into outRecord.
    write outRecord.
    move totBeyond to fmtCount.
    display "beyond coverage   : " fmtCount.
    move spaces to outRecord.
    string "TRL BEYOND: " fmtCount delimited by size into outRecord.
    write outRecord.
    move totBadRecords to fmtCount.
    display "unreadable records: " fmtCount.
    move spaces to outRecord.
    string "TRL UNREADABLE: " fmtCount delimited by size into outRecord.
    write outRecord.
    if totBeyond > 0
        display "some requests ran beyond the covered limit - "
            "run an extend sieve and retry"
    end-if.

end program svnext.
