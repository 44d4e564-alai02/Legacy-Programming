*> Feed profile maintenance for CONVPROF.TXT
*> The feed profiles the converter runs under used to be hand-edited
*> in place, so a change to a feed's delimiter or staleness tolerance
*> took effect at once - even for a reprocess of last month's file -
*> and nobody could say afterwards what a past run had been set to.
*> This program is now the only way the profiles are changed, and it
*> never changes one in place: add, change and retire each append a
*> new version of the profile carrying the full settings, the date it
*> takes effect from, the operator who keyed it and when. Versions can
*> be future-dated but never back-dated, so the settings a past run
*> worked under can never be altered after the fact. romanA3_1 applies
*> the version in effect on the source file's business date.
*> Two listings answer the auditors' question directly: the settings
*> every feed ran under on a given day, and the full version history
*> of one feed. Both go to the console and to CONVPLST.TXT.
*> Adding, changing or retiring needs the profile-maintenance
*> authority (P); the listings are open to anyone. Driven by an
*> optional parameter card PROFPARM.TXT or by an operator menu, the
*> same pattern as the other maintenance utilities:
*>   column 1      function - A add, C change, R retire, H history,
*>                 S settings in effect on a date
*>   columns 3-10  effective date (A, C, R - blank for today) or the
*>                 date to list (S)
*>   columns 12-42 the profile in CONVPROF.TXT layout - name, mode,
*>                 wrapper, stale days, delimiter and the four flags;
*>                 on a change a blank setting keeps the current one
*>   column 44     output style the feed's roman output is rendered
*>                 in - S standard, A additive, P apothecary, C small
*>                 capitals; blank keeps the current one on a change,
*>                 and is standard on an add
identification division.
program-id. profmaint.
environment division.
input-output section.
file-control.
    select profFile assign to "CONVPROF.TXT" organization is line sequential
    file status is prof-status.
    select parmCard assign to "PROFPARM.TXT" organization is line sequential
    file status is parm-status.
    select listFile assign to "CONVPLST.TXT" organization is line sequential
    file status is list-status.
data division.
file section.
fd profFile.
    copy "convprof.cpy".
fd parmCard.
    01 parmRecord.
        05 parm-function pic x.
        05 filler        pic x.
        05 parm-date     pic x(8).
        05 filler        pic x.
        05 parm-profile  pic x(31).
        05 filler        pic x.
        05 parm-style    pic x.
fd listFile.
    01 listRecord pic x(100).
working-storage section.
01 prof-status.
    05 prof-status-1 pic x.
    05 prof-status-2 pic x.
01 parm-status.
    05 parm-status-1 pic x.
    05 parm-status-2 pic x.
01 list-status.
    05 list-status-1 pic x.
    05 list-status-2 pic x.

*> Who is running the maintenance - from the opersign service
77 operatorId pic x(8).
77 runDate    pic 9(8).
*> Operator authority check fields
77 authFunction  pic x.
77 authProgram   pic x(12) value "PROFMAINT".
77 authResult    pic 9.

*> Switch set on when a parameter card was found for this run
77 parm-switch pic 9 value 0.
    88 parm-found value 1.
*> Switch to remember whether the listing file opened
77 list-switch pic 9 value 0.
    88 list-is-open value 1.
77 functionCode pic x.
77 eof-switch   pic 9 value 1.
77 done-switch  pic 9 value 0.
    88 maint-done value 1.

*> Every version on the file, in the order it was keyed
01 versionTable.
    05 versionImage occurs 500 times pic x(62).
77 versionCount pic 9(3) usage is comp value 0.
77 versionMax   pic 9(3) value 500.
77 versionIndex pic 9(3) usage is comp.
*> The version in effect found by findVersionProcedure - zero for none
77 currentIndex pic 9(3) usage is comp.

*> The distinct profile names, for the settings listing
01 nameTable.
    05 nameEntry occurs 200 times pic x(12).
77 nameCount pic 9(3) usage is comp value 0.
77 nameMax   pic 9(3) value 200.
77 nameIndex pic 9(3) usage is comp.
77 scanIndex pic 9(3) usage is comp.
*> Switch set on when the name in hand is already on the name table
77 named-switch pic 9 value 0.
    88 name-listed value 1.

*> The version being built or examined, in CONVPROF.TXT layout
01 workVersion.
    05 wv-name      pic x(12).
    05 filler       pic x.
    05 wv-mode      pic xx.
    05 filler       pic x.
    05 wv-wrapper   pic x.
    05 filler       pic x.
    05 wv-stale     pic x(3).
    05 filler       pic x.
    05 wv-delim     pic x.
    05 filler       pic x.
    05 wv-dq        pic x.
    05 filler       pic x.
    05 wv-xfoot     pic x.
    05 filler       pic x.
    05 wv-variant   pic x.
    05 filler       pic x.
    05 wv-enrich    pic x.
    05 filler       pic x.
    05 wv-effective pic x(8).
    05 filler       pic x.
    05 wv-state     pic x.
    05 filler       pic x.
    05 wv-operator  pic x(8).
    05 filler       pic x.
    05 wv-keyed     pic x(8).
    05 filler       pic x.
    05 wv-style     pic x.
*> The settings as keyed or carded, same layout as the front of a
*> version - blanks on a change keep the current settings
01 keyedProfile.
    05 kp-name      pic x(12).
    05 filler       pic x.
    05 kp-mode      pic xx.
    05 filler       pic x.
    05 kp-wrapper   pic x.
    05 filler       pic x.
    05 kp-stale     pic x(3).
    05 filler       pic x.
    05 kp-delim     pic x.
    05 filler       pic x.
    05 kp-dq        pic x.
    05 filler       pic x.
    05 kp-xfoot     pic x.
    05 filler       pic x.
    05 kp-variant   pic x.
    05 filler       pic x.
    05 kp-enrich    pic x.
*> The output style keyed or carded - it sits past the stamp fields
*> on the version, so it is kept apart from the front-of-version image
77 keyedStyle  pic x.
77 keyedDate   pic x(8).
77 lookName    pic x(12).
77 lookDate    pic x(8).
77 confirmText pic x.
*> Switch set on when the settings in hand pass the checks
77 valid-switch pic 9 value 0.
    88 settings-valid value 1.
77 stateText pic x(7).
77 listedCount pic 9(3) usage is comp.

*> Main procedure - take the function from the parameter card when
*> present, otherwise offer the operator the menu until they exit
procedure division.
    display "---Feed profile maintenance---".
    accept runDate from date yyyymmdd.
    call "opersign" using operatorId.
    *> Reset the run's state - the driver can CALL this program more
    *> than once per run unit, and WORKING-STORAGE otherwise carries
    *> over from the prior invocation
    move zero to parm-switch.
    move zero to list-switch.
    move zero to done-switch.
    move 1 to eof-switch.
    move zero to return-code.
    move space to functionCode.
    perform loadVersionsProcedure.
    perform readParmCardProcedure.
    if parm-found
        perform runFunctionProcedure
    else
        perform menuProcedure until maint-done
    end-if.
    goback.

*> Procedure to load every version on the profile file into the table
loadVersionsProcedure.
    move zero to versionCount.
    open input profFile.
    if prof-status-1 = '0' and prof-status-2 = '0'
        move 1 to eof-switch
        perform readVersionProcedure until eof-switch = 0
        close profFile
    end-if.

*> Procedure to read one version into the table
readVersionProcedure.
    read profFile
        at end move zero to eof-switch
        not at end
            if prof-name is not equal to spaces
                if versionCount is less than versionMax
                    add 1 to versionCount
                    move profRecord to versionImage(versionCount)
                else
                    display "Profile file holds more than " versionMax
                        " versions - later ones not loaded"
                    move zero to eof-switch
                    move 8 to return-code
                end-if
            end-if
    end-read.

*> Procedure to read the optional parameter card
readParmCardProcedure.
    open input parmCard.
    if parm-status-1 = '0' and parm-status-2 = '0'
        read parmCard
            not at end
                move function upper-case(parm-function) to functionCode
                move parm-date to keyedDate
                move parm-date to lookDate
                move function upper-case(parm-profile) to keyedProfile
                move function upper-case(parm-style) to keyedStyle
                move kp-name to lookName
                move 1 to parm-switch
        end-read
        close parmCard
    end-if.

*> Procedure to offer the menu once and run the function chosen
menuProcedure.
    display " ".
    display "(A)dd, (C)hange, (R)etire, (H)istory, (S)ettings on a date, "
        "e(X)it: " with no advancing.
    accept functionCode.
    move function upper-case(functionCode) to functionCode.
    move spaces to keyedProfile.
    move space to keyedStyle.
    move spaces to keyedDate.
    move spaces to lookDate.
    evaluate functionCode
        when "X"
            move 1 to done-switch
        when "S"
            display "Date to list (blank for today): " with no advancing
            accept lookDate
            perform runFunctionProcedure
        when "A" when "C" when "R" when "H"
            display "Profile name: " with no advancing
            accept kp-name
            move function upper-case(kp-name) to kp-name
            move kp-name to lookName
            if functionCode is not equal to "H"
                display "Effective from (blank for today): "
                    with no advancing
                accept keyedDate
            end-if
            if functionCode is equal to "A" or "C"
                perform keySettingsProcedure
            end-if
            perform runFunctionProcedure
        when other
            display "Invalid maintenance function"
    end-evaluate.

*> Procedure to take the settings from the operator - on a change a
*> blank answer keeps the current setting
keySettingsProcedure.
    display "Mode (two digits): " with no advancing.
    accept kp-mode.
    display "Transmission wrapper required (Y/N): " with no advancing.
    accept kp-wrapper.
    display "Staleness tolerance in days (three digits): "
        with no advancing.
    accept kp-stale.
    display "Ledger delimiter: " with no advancing.
    accept kp-delim.
    display "Data-quality flag (Y/N): " with no advancing.
    accept kp-dq.
    display "Cross-foot (Y/N): " with no advancing.
    accept kp-xfoot.
    display "Variant notation (Y/N): " with no advancing.
    accept kp-variant.
    display "Accession enrichment (Y/N): " with no advancing.
    accept kp-enrich.
    display "Output style (S standard, A additive, P apothecary, "
        "C small capitals): " with no advancing.
    accept keyedStyle.
    move function upper-case(keyedProfile) to keyedProfile.
    move function upper-case(keyedStyle) to keyedStyle.

*> Procedure to run the function in hand
runFunctionProcedure.
    evaluate functionCode
        when "A" perform addProcedure
        when "C" perform changeProcedure
        when "R" perform retireProcedure
        when "H" perform historyProcedure
        when "S" perform settingsProcedure
        when other
            display "Invalid maintenance function"
            move 8 to return-code
    end-evaluate.

*> Procedure to check the effective date keyed - today when blank, and
*> never earlier than today, so a past run's settings cannot be changed
*> after the fact
checkEffectiveProcedure.
    move 1 to valid-switch.
    if keyedDate is equal to spaces
        move runDate to keyedDate
    end-if.
    if keyedDate is not numeric
        display "Effective date must be yyyymmdd"
        move zero to valid-switch
    else
        if function test-date-yyyymmdd(function numval(keyedDate))
            is not equal to zero
            display "Effective date " keyedDate " is not a calendar date"
            move zero to valid-switch
        else
            if keyedDate is less than runDate
                display "Versions cannot be back-dated - past runs keep "
                    "the settings they ran under"
                move zero to valid-switch
            end-if
        end-if
    end-if.

*> Procedure to find the version of lookName in effect on lookDate -
*> the latest effective date not after it, the later record where two
*> share a date
findVersionProcedure.
    move zero to currentIndex.
    move 1 to versionIndex.
    perform testVersionProcedure until versionIndex is greater than versionCount.

*> Procedure to test one version against the name and date sought
testVersionProcedure.
    move versionImage(versionIndex) to workVersion.
    if wv-name is equal to lookName
        and wv-effective is not greater than lookDate
        if currentIndex is equal to zero
            move versionIndex to currentIndex
        else
            if wv-effective is not less than
                versionImage(currentIndex)(33:8)
                move versionIndex to currentIndex
            end-if
        end-if
    end-if.
    add 1 to versionIndex.

*> Procedure to check the settings of the version being built - an
*> unset staleness tolerance, wrapper or delimiter takes the value the
*> converter defaults to
checkSettingsProcedure.
    if wv-stale is equal to spaces
        move "001" to wv-stale
    end-if.
    if wv-wrapper is equal to space
        move "N" to wv-wrapper
    end-if.
    if wv-mode is not numeric or wv-mode is equal to "00"
        display "Mode must be two digits"
        move zero to valid-switch
    end-if.
    if wv-stale is not numeric
        display "Staleness tolerance must be three digits"
        move zero to valid-switch
    end-if.
    if wv-delim is equal to space
        move ";" to wv-delim
    end-if.
    if wv-wrapper is not equal to "Y" and wv-wrapper is not equal to "N"
        display "Wrapper must be Y or N"
        move zero to valid-switch
    end-if.
    if wv-style is equal to space
        move "S" to wv-style
    end-if.
    if wv-style is not equal to "S" and wv-style is not equal to "A"
        and wv-style is not equal to "P" and wv-style is not equal to "C"
        display "Output style must be S, A, P or C"
        move zero to valid-switch
    end-if.

*> Procedure to check the operator holds the profile-maintenance
*> authority before anything is appended
checkAuthorityProcedure.
    move "P" to authFunction.
    call "operauth" using operatorId, authFunction, authProgram,
        authResult.
    if authResult is not equal to 1
        move zero to valid-switch
        move 8 to return-code
    end-if.

*> Procedure to add a profile - refused while a live version of the
*> name is in effect on the date
addProcedure.
    perform checkEffectiveProcedure.
    if settings-valid
        move kp-name to lookName
        move keyedDate to lookDate
        perform findVersionProcedure
        if kp-name is equal to spaces
            display "No profile name given"
            move zero to valid-switch
        else
            if currentIndex is not equal to zero
                and versionImage(currentIndex)(42:1) is not equal to "R"
                display "Profile " function trim(kp-name)
                    " is already in effect - use change"
                move zero to valid-switch
            end-if
        end-if
    end-if.
    if settings-valid
        move spaces to workVersion
        move keyedProfile to workVersion(1:31)
        move keyedStyle to wv-style
        perform checkSettingsProcedure
    end-if.
    if settings-valid
        perform checkAuthorityProcedure
    end-if.
    if settings-valid
        move "A" to wv-state
        perform appendVersionProcedure
        display "Profile " function trim(wv-name) " added, effective "
            wv-effective
    else
        move 8 to return-code
    end-if.

*> Procedure to change a profile - the version in effect on the date
*> is copied forward with the keyed settings laid over it
changeProcedure.
    perform checkEffectiveProcedure.
    if settings-valid
        move kp-name to lookName
        move keyedDate to lookDate
        perform findVersionProcedure
        if currentIndex is equal to zero
            display "Profile " function trim(kp-name)
                " is not in effect on " keyedDate
            move zero to valid-switch
        else
            if versionImage(currentIndex)(42:1) is equal to "R"
                display "Profile " function trim(kp-name)
                    " is retired on " keyedDate " - use add"
                move zero to valid-switch
            end-if
        end-if
    end-if.
    if settings-valid
        move versionImage(currentIndex) to workVersion
        if kp-mode is not equal to spaces
            move kp-mode to wv-mode
        end-if
        if kp-wrapper is not equal to space
            move kp-wrapper to wv-wrapper
        end-if
        if kp-stale is not equal to spaces
            move kp-stale to wv-stale
        end-if
        if kp-delim is not equal to space
            move kp-delim to wv-delim
        end-if
        if kp-dq is not equal to space
            move kp-dq to wv-dq
        end-if
        if kp-xfoot is not equal to space
            move kp-xfoot to wv-xfoot
        end-if
        if kp-variant is not equal to space
            move kp-variant to wv-variant
        end-if
        if kp-enrich is not equal to space
            move kp-enrich to wv-enrich
        end-if
        if keyedStyle is not equal to space
            move keyedStyle to wv-style
        end-if
        perform checkSettingsProcedure
    end-if.
    if settings-valid
        perform checkAuthorityProcedure
    end-if.
    if settings-valid
        move "C" to wv-state
        perform appendVersionProcedure
        display "Profile " function trim(wv-name) " changed, effective "
            wv-effective
    else
        move 8 to return-code
    end-if.

*> Procedure to retire a profile - the version in effect is copied
*> forward marked retired, so runs from that date on are refused; from
*> the menu the operator confirms first
retireProcedure.
    perform checkEffectiveProcedure.
    if settings-valid
        move kp-name to lookName
        move keyedDate to lookDate
        perform findVersionProcedure
        if currentIndex is equal to zero
            display "Profile " function trim(kp-name)
                " is not in effect on " keyedDate
            move zero to valid-switch
        else
            if versionImage(currentIndex)(42:1) is equal to "R"
                display "Profile " function trim(kp-name)
                    " is already retired"
                move zero to valid-switch
            end-if
        end-if
    end-if.
    if settings-valid and not parm-found
        display "Retire " function trim(kp-name) " from " keyedDate
            " (Y/N)? " with no advancing
        accept confirmText
        if function upper-case(confirmText) is not equal to "Y"
            display "Retirement abandoned"
            move zero to valid-switch
        end-if
    end-if.
    if settings-valid
        perform checkAuthorityProcedure
    end-if.
    if settings-valid
        move versionImage(currentIndex) to workVersion
        move "R" to wv-state
        perform appendVersionProcedure
        display "Profile " function trim(wv-name) " retired, effective "
            wv-effective
    else
        move 8 to return-code
    end-if.

*> Procedure to stamp the version built and append it to the file and
*> the table
appendVersionProcedure.
    move keyedDate to wv-effective.
    move operatorId to wv-operator.
    move runDate to wv-keyed.
    open extend profFile.
    if prof-status-1 not = '0' or prof-status-2 not = '0'
        open output profFile
    end-if.
    if prof-status-1 = '0' and prof-status-2 = '0'
        move workVersion to profRecord
        write profRecord
        close profFile
        if versionCount is less than versionMax
            add 1 to versionCount
            move workVersion to versionImage(versionCount)
        end-if
    else
        display "Unable to update feed profile file CONVPROF.TXT"
        move 16 to return-code
    end-if.

*> Procedure to list every version of one profile in the order keyed
historyProcedure.
    perform openListProcedure.
    move spaces to listRecord.
    string "FEED PROFILE HISTORY - " function trim(lookName) "  RUN "
        runDate delimited by size into listRecord.
    perform putLineProcedure.
    move "EFFECTIVE STATE   MODE WRAP STALE DELIM DQ XF VAR ENR OPERATOR KEYED    STY"
        to listRecord.
    perform putLineProcedure.
    move zero to listedCount.
    move 1 to versionIndex.
    perform historyVersionProcedure
        until versionIndex is greater than versionCount.
    if listedCount is equal to zero
        move "no versions on file" to listRecord
        perform putLineProcedure
        move 4 to return-code
    end-if.
    perform closeListProcedure.

*> Procedure to list one version if it is the profile asked for
historyVersionProcedure.
    move versionImage(versionIndex) to workVersion.
    if wv-name is equal to lookName
        add 1 to listedCount
        evaluate wv-state
            when "A" move "ADDED" to stateText
            when "C" move "CHANGED" to stateText
            when "R" move "RETIRED" to stateText
            when other move "ORIGIN" to stateText
        end-evaluate
        if wv-effective is equal to spaces
            move "ORIGINAL" to wv-effective
        end-if
        move spaces to listRecord
        string wv-effective "  " stateText " " wv-mode "   " wv-wrapper
            "    " wv-stale "   " wv-delim "     " wv-dq "  " wv-xfoot
            "  " wv-variant "   " wv-enrich "   " wv-operator " "
            wv-keyed " " wv-style delimited by size into listRecord
        perform putLineProcedure
    end-if.
    add 1 to versionIndex.

*> Procedure to list the settings every feed ran under on one day
settingsProcedure.
    if lookDate is equal to spaces
        move runDate to lookDate
    end-if.
    if lookDate is not numeric
        display "Date to list must be yyyymmdd"
        move 8 to return-code
    else
        perform collectNamesProcedure
        perform openListProcedure
        move spaces to listRecord
        string "FEED PROFILE SETTINGS IN EFFECT ON " lookDate "  RUN "
            runDate delimited by size into listRecord
        perform putLineProcedure
        move "PROFILE      MODE WRAP STALE DELIM DQ XF VAR ENR EFFECTIVE OPERATOR STY"
            to listRecord
        perform putLineProcedure
        move zero to listedCount
        move 1 to nameIndex
        perform settingsNameProcedure until nameIndex is greater than nameCount
        if listedCount is equal to zero
            move "no feed profiles in effect" to listRecord
            perform putLineProcedure
            move 4 to return-code
        end-if
        perform closeListProcedure
    end-if.

*> Procedure to list the version of one profile in effect on the day
settingsNameProcedure.
    move nameEntry(nameIndex) to lookName.
    perform findVersionProcedure.
    if currentIndex is not equal to zero
        move versionImage(currentIndex) to workVersion
        if wv-effective is equal to spaces
            move "ORIGINAL" to wv-effective
        end-if
        move spaces to listRecord
        if wv-state is equal to "R"
            string wv-name " RETIRED from " wv-effective " by "
                wv-operator delimited by size into listRecord
        else
            add 1 to listedCount
            string wv-name " " wv-mode "   " wv-wrapper "    " wv-stale
                "   " wv-delim "     " wv-dq "  " wv-xfoot "  "
                wv-variant "   " wv-enrich "   " wv-effective "  "
                wv-operator " " wv-style delimited by size into listRecord
        end-if
        perform putLineProcedure
    end-if.
    add 1 to nameIndex.

*> Procedure to build the table of distinct profile names
collectNamesProcedure.
    move zero to nameCount.
    move 1 to versionIndex.
    perform collectNameProcedure until versionIndex is greater than versionCount.

*> Procedure to add one version's name to the table if it is new
collectNameProcedure.
    move versionImage(versionIndex) to workVersion.
    move zero to named-switch.
    move 1 to scanIndex.
    perform scanNameProcedure until scanIndex is greater than nameCount.
    if not name-listed and nameCount is less than nameMax
        add 1 to nameCount
        move wv-name to nameEntry(nameCount)
    end-if.
    add 1 to versionIndex.

*> Procedure to test one name table entry against the version's name
scanNameProcedure.
    if nameEntry(scanIndex) is equal to wv-name
        move 1 to named-switch
    end-if.
    add 1 to scanIndex.

*> Procedure to open the listing file
openListProcedure.
    open output listFile.
    if list-status-1 = '0' and list-status-2 = '0'
        move 1 to list-switch
    else
        move zero to list-switch
        display "Unable to open listing file, continuing with console only"
    end-if.

*> Procedure to close the listing file
closeListProcedure.
    if list-is-open
        close listFile
        move zero to list-switch
    end-if.

*> Procedure to put one built line on the console and the listing
putLineProcedure.
    display listRecord.
    if list-is-open
        write listRecord
    end-if.

end program profmaint.
