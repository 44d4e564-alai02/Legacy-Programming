*> Reject reason-code master maintenance for CONVRSN.TXT
*> The reject reasons used to be literal text hard-coded in the
*> converter, and the exception programs each parsed them back out and
*> applied the one five-day standard and the one write-off rule to all
*> of them alike. The master now holds, per two-digit reason code, the
*> description romanA3_1 stamps on the exception, its severity, the
*> team that owns working it, the disposition SLA in business days
*> excaging ages it against, and whether it may be written off at all
*> - excrepair refuses the write-off of a code that forbids it. This
*> program is the only way the master is changed: list it, add or
*> change a code, delete one, or load the standard codes the converter
*> and the QA sampler reject under, for a new installation. Listing is
*> open to anyone; an update needs the reason-master authority (M),
*> and every update is stamped with the operator and the date.
identification division.
program-id. rsnmaint.
environment division.
input-output section.
file-control.
    select rsnFile assign to "CONVRSN.TXT" organization is line sequential
    file status is rsn-status.
data division.
file section.
fd rsnFile.
    copy "convrsn.cpy".
working-storage section.
01 rsn-status.
    05 rsn-status-1 pic x.
    05 rsn-status-2 pic x.

77 eof-switch pic 9 value 1.
77 runDate    pic 9(8).
*> Who is maintaining the master - from the opersign service
77 operatorId   pic x(8).
77 authFunction pic x.
77 authProgram  pic x(12) value "RSNMAINT".
77 authResult   pic 9.

*> The whole master, one slot per reason code, loaded up front and
*> written back after every change
01 rsnTable.
    05 rsnEntry occurs 99 times.
        10 rt-onfile   pic x.
        10 rt-desc     pic x(18).
        10 rt-severity pic x.
        10 rt-team     pic x(10).
        10 rt-sla      pic 9(3).
        10 rt-woff     pic x.
        10 rt-operator pic x(8).
        10 rt-stamp    pic x(8).
77 rsnIndex   pic 9(3) usage is comp.
77 rsnOnFile  pic 99 usage is comp.

*> The standard codes, as the converter and the QA sampler write them,
*> with the settings a new installation starts from - code,
*> description, severity, owning team, SLA days, write-off
01 standardList.
    05 filler pic x(36) value "02ILLEGAL CHARACTER M BUREAU    005Y".
    05 filler pic x(36) value "03INVALID GRAMMAR   M BUREAU    005Y".
    05 filler pic x(36) value "04VALUE OUT OF RANGEM REGISTRAR 005Y".
    05 filler pic x(36) value "05NON-NUMERIC VALUE M REGISTRAR 005Y".
    05 filler pic x(36) value "06BAD DIRECTION CODEL LEDGER    005Y".
    05 filler pic x(36) value "07RESULT RANGE ERRORL LEDGER    005Y".
    05 filler pic x(36) value "08BAD OPERATOR      L LEDGER    005Y".
    05 filler pic x(36) value "09MALFORMED DATE    M MEDIA     005Y".
    05 filler pic x(36) value "10IMPOSSIBLE DATE   M MEDIA     005Y".
    05 filler pic x(36) value "11TOO MANY FIELDS   L LEDGER    005Y".
    05 filler pic x(36) value "12OUT OF BALANCE    H LEDGER    003N".
    05 filler pic x(36) value "13FRACTION IN LEDGERM LEDGER    005Y".
    05 filler pic x(36) value "14QA DISAGREEMENT   H QUALITY   003N".
    05 filler pic x(36) value "15GREEK NUMERAL     M CLASSICS  005Y".
    05 filler pic x(36) value "99UNKNOWN REJECT    H SYSTEMS   002N".
01 standardTable redefines standardList.
    05 standardEntry occurs 15 times.
        10 st-code     pic 99.
        10 st-desc     pic x(18).
        10 st-severity pic x.
        10 filler      pic x.
        10 st-team     pic x(10).
        10 st-sla      pic 9(3).
        10 st-woff     pic x.
77 standardCount pic 99 value 15.
77 standardIndex pic 99 usage is comp.
77 loadedCount   pic 99 usage is comp.

*> The maintenance dialogue's fields
77 menuChoice   pic x.
01 keyedCodeX   pic xx.
01 keyedCodeN redefines keyedCodeX pic 99.
77 keyedDesc     pic x(18).
77 keyedSeverity pic x.
77 keyedTeam     pic x(10).
77 keyedSlaX     pic x(3).
*> The keyed SLA as a figure, so it may be keyed as 5 or 10 as well
*> as 005 or 010
77 keyedSlaVal   pic s9(5)v99.
77 keyedWoff     pic x.
77 confirmText   pic x.
*> Switch set on when the keyed settings pass the checks
77 valid-switch pic 9 value 0.
    88 settings-valid value 1.
77 formattedSla pic zz9.

*> Main procedure - load the master and run the maintenance menu
procedure division.
    display "---Reject reason-code maintenance---".
    accept runDate from date yyyymmdd.
    call "opersign" using operatorId.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move space to menuChoice.
    move zero to return-code.
    perform loadReasonProcedure.
    perform menuProcedure until menuChoice is equal to "Q".
    goback.

*> Procedure to load the master into the table, one slot per code
loadReasonProcedure.
    move spaces to rsnTable.
    move zero to rsnOnFile.
    open input rsnFile.
    if rsn-status-1 = '0' and rsn-status-2 = '0'
        move 1 to eof-switch
        perform readReasonProcedure until eof-switch = 0
        close rsnFile
    end-if.

*> Procedure to read one master record into its code's slot
readReasonProcedure.
    read rsnFile
        at end move zero to eof-switch
        not at end
            if rsn-code is numeric and rsn-code is greater than zero
                if rt-onfile(rsn-code) is not equal to "Y"
                    add 1 to rsnOnFile
                end-if
                move "Y" to rt-onfile(rsn-code)
                move rsn-desc to rt-desc(rsn-code)
                move rsn-severity to rt-severity(rsn-code)
                move rsn-team to rt-team(rsn-code)
                move rsn-sla to rt-sla(rsn-code)
                move rsn-woff to rt-woff(rsn-code)
                move rsn-operator to rt-operator(rsn-code)
                move rsn-stampdate to rt-stamp(rsn-code)
            end-if
    end-read.

*> Procedure to show the menu and work one choice
menuProcedure.
    display " ".
    display "(L)ist, (A)dd/change, (D)elete, load (S)tandard codes, "
        "(Q)uit: " with no advancing.
    accept menuChoice.
    move function upper-case(menuChoice) to menuChoice.
    evaluate menuChoice
        when "L" perform listProcedure
        when "A" perform addChangeProcedure
        when "D" perform deleteProcedure
        when "S" perform loadStandardProcedure
        when "Q" continue
        when other display "Invalid choice"
    end-evaluate.

*> Procedure to list every code on the master
listProcedure.
    display "CODE DESCRIPTION        SEV TEAM       SLA W/O KEYED BY DATE".
    move 1 to rsnIndex.
    perform listEntryProcedure until rsnIndex is greater than 99.
    if rsnOnFile is equal to zero
        display "no reason codes on file"
    end-if.

*> Procedure to list one code if it is on the master
listEntryProcedure.
    if rt-onfile(rsnIndex) is equal to "Y"
        move rsnIndex to keyedCodeN
        move rt-sla(rsnIndex) to formattedSla
        display keyedCodeX "   " rt-desc(rsnIndex) " " rt-severity(rsnIndex)
            "   " rt-team(rsnIndex) " " formattedSla " " rt-woff(rsnIndex)
            "   " rt-operator(rsnIndex) " " rt-stamp(rsnIndex)
    end-if.
    add 1 to rsnIndex.

*> Procedure to add a code or change one already on the master - on a
*> change a blank answer keeps the current setting
addChangeProcedure.
    display "Reason code (two digits): " with no advancing.
    accept keyedCodeX.
    if keyedCodeX is not numeric or keyedCodeN is equal to zero
        display "Reason code must be two digits, 01-99"
    else
        if rt-onfile(keyedCodeN) is equal to "Y"
            display "Changing " keyedCodeX " " rt-desc(keyedCodeN)
                " - blank keeps the current setting"
        end-if
        perform keySettingsProcedure
        perform applySettingsProcedure
    end-if.

*> Procedure to take the settings from the operator
keySettingsProcedure.
    move spaces to keyedDesc.
    move space to keyedSeverity.
    move spaces to keyedTeam.
    move spaces to keyedSlaX.
    move space to keyedWoff.
    display "Description: " with no advancing.
    accept keyedDesc.
    display "Severity (H/M/L): " with no advancing.
    accept keyedSeverity.
    display "Owning team: " with no advancing.
    accept keyedTeam.
    display "Disposition SLA in business days (1-999): "
        with no advancing.
    accept keyedSlaX.
    display "Write-off permitted (Y/N): " with no advancing.
    accept keyedWoff.
    move function upper-case(keyedDesc) to keyedDesc.
    move function upper-case(keyedSeverity) to keyedSeverity.
    move function upper-case(keyedTeam) to keyedTeam.
    move function upper-case(keyedWoff) to keyedWoff.

*> Procedure to lay the keyed settings over the code's current ones,
*> check them, and write the master back
applySettingsProcedure.
    move 1 to valid-switch.
    if rt-onfile(keyedCodeN) is not equal to "Y"
        move spaces to rsnEntry(keyedCodeN)
        move "M" to rt-severity(keyedCodeN)
        move 5 to rt-sla(keyedCodeN)
        move "Y" to rt-woff(keyedCodeN)
        if keyedDesc is equal to spaces
            display "A new code needs a description"
            move zero to valid-switch
        end-if
    end-if.
    if keyedSeverity is not equal to space
        and keyedSeverity is not equal to "H"
        and keyedSeverity is not equal to "M"
        and keyedSeverity is not equal to "L"
        display "Severity must be H, M or L"
        move zero to valid-switch
    end-if.
    if keyedSlaX is not equal to spaces
        if function test-numval(function trim(keyedSlaX)) is not equal to zero
            display "SLA must be a whole number of days from 1 to 999"
            move zero to valid-switch
        else
            compute keyedSlaVal = function numval(function trim(keyedSlaX))
            if keyedSlaVal is less than 1 or keyedSlaVal is greater than 999
                or keyedSlaVal is not equal to function integer-part(keyedSlaVal)
                display "SLA must be a whole number of days from 1 to 999"
                move zero to valid-switch
            end-if
        end-if
    end-if.
    if keyedWoff is not equal to space
        and keyedWoff is not equal to "Y" and keyedWoff is not equal to "N"
        display "Write-off permitted must be Y or N"
        move zero to valid-switch
    end-if.
    if settings-valid
        perform checkAuthorityProcedure
    end-if.
    if settings-valid
        if rt-onfile(keyedCodeN) is not equal to "Y"
            add 1 to rsnOnFile
        end-if
        move "Y" to rt-onfile(keyedCodeN)
        if keyedDesc is not equal to spaces
            move keyedDesc to rt-desc(keyedCodeN)
        end-if
        if keyedSeverity is not equal to space
            move keyedSeverity to rt-severity(keyedCodeN)
        end-if
        if keyedTeam is not equal to spaces
            move keyedTeam to rt-team(keyedCodeN)
        end-if
        if keyedSlaX is not equal to spaces
            move keyedSlaVal to rt-sla(keyedCodeN)
        end-if
        if keyedWoff is not equal to space
            move keyedWoff to rt-woff(keyedCodeN)
        end-if
        move operatorId to rt-operator(keyedCodeN)
        move runDate to rt-stamp(keyedCodeN)
        perform writeReasonProcedure
        display "Reason " keyedCodeX " " rt-desc(keyedCodeN) " saved"
    else
        *> A refused new code must not linger in the table half-built
        perform loadReasonProcedure
        move 8 to return-code
    end-if.

*> Procedure to delete a code from the master - the converter goes
*> back to its built-in rules for it
deleteProcedure.
    display "Reason code (two digits): " with no advancing.
    accept keyedCodeX.
    if keyedCodeX is not numeric or keyedCodeN is equal to zero
        display "Reason code must be two digits, 01-99"
    else
        if rt-onfile(keyedCodeN) is not equal to "Y"
            display "Reason " keyedCodeX " is not on file"
        else
            display "Delete " keyedCodeX " " rt-desc(keyedCodeN)
                " (Y/N)? " with no advancing
            accept confirmText
            if function upper-case(confirmText) is equal to "Y"
                move 1 to valid-switch
                perform checkAuthorityProcedure
                if settings-valid
                    move spaces to rsnEntry(keyedCodeN)
                    subtract 1 from rsnOnFile
                    perform writeReasonProcedure
                    display "Reason " keyedCodeX " deleted"
                end-if
            else
                display "Deletion abandoned"
            end-if
        end-if
    end-if.

*> Procedure to load the standard codes onto the master - a code
*> already on file keeps the settings keyed for it
loadStandardProcedure.
    move 1 to valid-switch.
    perform checkAuthorityProcedure.
    if settings-valid
        move zero to loadedCount
        move 1 to standardIndex
        perform loadStandardEntryProcedure
            until standardIndex is greater than standardCount
        if loadedCount is greater than zero
            perform writeReasonProcedure
        end-if
        move loadedCount to formattedSla
        display formattedSla " standard codes loaded, the rest were on file"
    end-if.

*> Procedure to load one standard code if it is not on the master
loadStandardEntryProcedure.
    move st-code(standardIndex) to rsnIndex.
    if rt-onfile(rsnIndex) is not equal to "Y"
        move "Y" to rt-onfile(rsnIndex)
        move st-desc(standardIndex) to rt-desc(rsnIndex)
        move st-severity(standardIndex) to rt-severity(rsnIndex)
        move st-team(standardIndex) to rt-team(rsnIndex)
        move st-sla(standardIndex) to rt-sla(rsnIndex)
        move st-woff(standardIndex) to rt-woff(rsnIndex)
        move operatorId to rt-operator(rsnIndex)
        move runDate to rt-stamp(rsnIndex)
        add 1 to rsnOnFile
        add 1 to loadedCount
    end-if.
    add 1 to standardIndex.

*> Procedure to check the operator holds the reason-master authority
*> before anything is written
checkAuthorityProcedure.
    move "M" to authFunction.
    call "operauth" using operatorId, authFunction, authProgram,
        authResult.
    if authResult is not equal to 1
        move zero to valid-switch
        move 8 to return-code
    end-if.

*> Procedure to write the table back over the master, in code order
writeReasonProcedure.
    open output rsnFile.
    if rsn-status-1 = '0' and rsn-status-2 = '0'
        move 1 to rsnIndex
        perform writeReasonEntryProcedure until rsnIndex is greater than 99
        close rsnFile
    else
        display "Unable to rewrite reason-code master CONVRSN.TXT"
        move 16 to return-code
    end-if.

*> Procedure to write one code's slot back if it is on the master
writeReasonEntryProcedure.
    if rt-onfile(rsnIndex) is equal to "Y"
        move spaces to rsnRecord
        move rsnIndex to rsn-code
        move rt-desc(rsnIndex) to rsn-desc
        move rt-severity(rsnIndex) to rsn-severity
        move rt-team(rsnIndex) to rsn-team
        move rt-sla(rsnIndex) to rsn-sla
        move rt-woff(rsnIndex) to rsn-woff
        move rt-operator(rsnIndex) to rsn-operator
        move rt-stamp(rsnIndex) to rsn-stampdate
        write rsnRecord
    end-if.
    add 1 to rsnIndex.

end program rsnmaint.
