
*> Program to convert roman numerals to their decimal equivalents
*> Uses subroutine in file conv.cob
*> Greek (Attic and Ionic) numeral files convert through the
*> subroutine in file greekconv.cob
identification division.
program-id. romanA3_1.
environment division.
*> captures, the media date extracts) carrying the settings the shop
*> used to apply from memory: mode, whether the transmission wrapper
*> is required, the intake staleness tolerance, the ledger delimiter,
*> the data-quality flag, and the house style the feed's roman output
*> is rendered in. A parameter card can name a profile
*> instead of spelling the settings out, so a mis-keyed card can no
*> longer run the bureau feed without intake validation. The file
*> keeps every version of every profile with the date it took effect
*> (see convprof.cpy), and a run takes the version in effect on the
*> source file's business date - so a reprocess of last month's file
*> runs under last month's settings
    select profFile assign to "CONVPROF.TXT" organization is line sequential
    file status is prof-status.
*> Reject reason-code master - the description each reason code is
*> stamped with on the exception file, and its severity
    select rsnFile assign to "CONVRSN.TXT" organization is line sequential
    file status is rsn-status.
*> Manifest of source files for a multi-file run - each line in the
*> same layout as a parameter card (mode or profile, file name,
*> flags), processed in order in a single invocation, so quarter-end
*> Collections accession master - one record per accessioned decimal
*> value with its catalog reference, so a file-mode run can enrich
*> each converted value on the spot instead of the clerks looking
*> every one up in the register as a second step. Indexed on the
*> value and kept by the accession maintenance program (accmaint), so
*> the collection can grow without an in-storage table limit
    select accFile assign to "ACCMAST.DAT" organization is indexed
    access mode is dynamic record key is acc-value
    file status is acc-status.
*> Reversal rows staged by the void utility (convvoid) for a withdrawn
*> document's conversions - carried into the next CSV export region
*> so the downstream spreadsheet can back the original rows out
    select reversalFile assign to "CONVVREV.TXT"
    organization is line sequential
    file status is rev-status.
*> Word lists for the free-text extraction mode - the ordinary words
*> spelled only in numeral letters ("mix", "civil") that are skipped
*> rather than converted, and the cue words ("vol", "ch", "plate")
*> that mark the token after them as a numeral whatever it spells.
*> Kept as a file so the catalogers can add to either list without
*> a program change
    select wordFile assign to "CONVWORD.TXT"
    organization is line sequential
    file status is word-status.
*> Registry of input content already processed - one fingerprint per
*> completed file-mode run (record count, two hash totals over the
*> content, first and last records), so the same file resubmitted
*> under a new name is refused before it doubles its values in
*> CONVHIST and the CSV export. The unwrapped registrar and ledger
*> feeds have no transmission sequence for intake to catch it by
    select fprtFile assign to "CONVFPRT.TXT"
    organization is line sequential
    file status is fprt-status.
*> Log of duplicate-content overrides - one record per run let through
*> on an override, stamped with the operator, in the cache-maintenance
*> log layout the who-did-what report already reads
    select fovrFile assign to "CONVFOVR.TXT"
    organization is line sequential
    file status is fovr-status.
*> Retained log of every file-mode run's control totals and the feed
*> profile it ran under, beside the timing log - what the chargeback
*> report charges the owning departments from
    select ctlgFile assign to "CONVCTLG.TXT"
    organization is line sequential
    file status is ctlg-status.
*> Declare type for file pointer with length of line
data division.
file section.
*> character, and sub-reason conv objected to, so bad source data can
*> be followed up on without re-deriving the failure. Columns 92-99
*> carry the run date the exception was written, for the trend report;
*> column 100 the severity the reason-code master gives the reject;
*> columns 101-112 carry the unique exception ID the repair utility
*> threads through the disposition and resubmission records; columns
*> 114-143 and 145-150 carry the source file name and line the reject
*> came from, so it can be returned to the bureau that keyed it
fd exceptionFile.
    01 exceptionRecord pic x(150).
*> Optional parameter card driving an unattended batch run - if
*> present, its mode and file name are used instead of prompting
*> The mode is one or two digits - the original single-digit cards
*> ("2 FILE") still read, a second digit just shifts the file name and
*> flag columns right one place; after the flags, column 44 (45 for
*> a two-digit mode) carries the output style - A additive, P
*> apothecary, C small capitals, blank standard. A card opening with
*> "P " instead names a feed profile ("P BUREAU       FILE") and takes
*> its settings from CONVPROF.TXT - a business date in columns 49-56
*> of a profile card picks the profile version in effect that day,
*> for reprocessing an old file; a card opening with "M " names a
*> manifest file of many such cards to run in one invocation.
*> parseCardProcedure tells the layouts apart by column 1 and whether
*> column 2 is a space, working on the cardImage copy shared with
*> manifest lines
fd parmCard.
    01 parmRecord pic x(60).
*> Periodic checkpoint of the last input line processed, so a rerun
*> after an abend can resume instead of reprocessing the whole file.
*> Also carries the control totals accumulated up to that line, so a
    copy "convhist.cpy".
*> One record per named feed - the settings a profile card applies
fd profFile.
    copy "convprof.cpy".
fd rsnFile.
    copy "convrsn.cpy".
*> One manifest line per source file, in parameter-card layout
fd maniFile.
    01 maniRecord pic x(60).
*> One record per input line of the canonicalized copy
fd canonFile.
    01 canonRecord pic x(80).
    01 cregRecord pic x(100).
fd stopFile.
    01 stopRecord pic x(8).
*> One record per accessioned value - layout shared with the
*> accession maintenance program through the accmast copybook
fd accFile.
    copy "accmast.cpy".
*> One staged reversal row, already in export layout
fd reversalFile.
    01 reversalRecord pic x(120).
*> One word per record - S for a stop word, C for a cue word
fd wordFile.
    01 wordRecord.
        05 word-type pic x.
        05 filler    pic x.
        05 word-text pic x(15).
*> One fingerprint per completed run - the date and name it ran under,
*> its mode, and the content measures a resubmission is matched on
fd fprtFile.
    01 fprtRecord.
        05 fprt-date     pic 9(8).
        05 filler        pic x.
        05 fprt-filename pic x(30).
        05 filler        pic x.
        05 fprt-mode     pic 99.
        05 filler        pic x.
        05 fprt-count    pic 9(6).
        05 filler        pic x.
        05 fprt-hash1    pic 9(15).
        05 filler        pic x.
        05 fprt-hash2    pic 9(18).
        05 filler        pic x.
        05 fprt-first    pic x(80).
        05 filler        pic x.
        05 fprt-last     pic x(80).
*> One record per override - date, time, function, operator, text
fd fovrFile.
    01 fovrRecord pic x(80).
fd ctlgFile.
    copy "convctlg.cpy".
working-storage section.
*> Array to store user input and the roman numeral
copy "romannum.cpy" replacing ==:FIELDNAME:== by ==inputArray==.
01 prof-status.
    05 prof-status-1 pic x.
    05 prof-status-2 pic x.
01 rsn-status.
    05 rsn-status-1 pic x.
    05 rsn-status-2 pic x.
01 mani-status.
    05 mani-status-1 pic x.
    05 mani-status-2 pic x.
01 acc-status.
    05 acc-status-1 pic x.
    05 acc-status-2 pic x.
01 rev-status.
    05 rev-status-1 pic x.
    05 rev-status-2 pic x.
01 word-status.
    05 word-status-1 pic x.
    05 word-status-2 pic x.
01 fprt-status.
    05 fprt-status-1 pic x.
    05 fprt-status-2 pic x.
01 fovr-status.
    05 fovr-status-1 pic x.
    05 fovr-status-2 pic x.
01 ctlg-status.
    05 ctlg-status-1 pic x.
    05 ctlg-status-2 pic x.
*> Switch set on when the operator has asked the run to stop at the
*> next checkpoint
77 stopReq-switch pic 9 value 0.
    88 exception-is-open value 1.
77 runDate      pic 9(8).
77 rejectReason pic x(30).
*> The reason-code master, one slot per code, loaded at the start of
*> the run - a code on it is stamped with the master's description
*> and its severity goes in column 100; a code not on it keeps the
*> built-in text set where the reject was found
01 rsnTable.
    05 rsnEntry occurs 99 times.
        10 rt-onfile   pic x.
        10 rt-desc     pic x(18).
        10 rt-severity pic x.
01 rejectCodeX  pic xx.
01 rejectCodeN redefines rejectCodeX pic 99.
77 rejectSeverity pic x.
*> Where and why conv stopped on a rejected numeral - position,
*> offending character, and sub-reason code - carried onto the
*> exception record so the repair clerk doesn't have to eyeball the
*> the whole numeral - and the fraction handed to dtoroman to render
77 romanFracD   pic 99 usage is comp.
77 dtrFracIn    pic 99 usage is comp value 0.
*> The house style dtoroman renders this run's roman output in - blank
*> standard, A additive, P apothecary, C small capitals - from the
*> parameter card or the feed profile; the canonicalize mode always
*> renders standard, its whole point being the one canonical spelling
77 outputStyle   pic x value space.
77 standardStyle pic x value space.
77 styleCardChar pic x.
*> The value a validation round-trip rendered from, held while the
*> styled rendering is read back, and the variant count held aside
*> so an interactive check doesn't disturb the run's totals
77 validValueD   pic 9(8) usage is comp.
77 validFracD    pic 99 usage is comp.
77 savedVariantNorm pic 9(6) usage is comp.
77 fracDisp     pic 99.
77 fracSuffix   pic x(8).
*> How many fraction characters the numeral in hand carries - a
    05 excid-date pic 9(8).
    05 excid-seq  pic 9(4).
77 excSeqLast   pic 9(4) value 0.
*> The source line stamped onto the exception record
77 excLineDisp  pic 9(6).
*> Resubmission tracking - the originating exception ID carried on
*> the input record, held until the conversion's outcome is known so
*> a success can close the exception it corrects
*> Switch set on when the named profile was found on CONVPROF.TXT
77 profileFound-switch pic 9 value 0.
    88 profile-found value 1.
*> The business date the profile version is chosen for - the profile
*> card's date when it carries one, otherwise the wrapped file's header
*> date, otherwise the run date - and the version found for it
77 profileDate pic 9(8).
77 profileVersion pic x(62).
77 profileEffective pic x(8).
*> Switch set on when the profile card carried the business date
77 profileDated-switch pic 9 value 0.
    88 profile-dated value 1.
*> Switch set on when the version in effect is a retirement
77 profileRetired-switch pic 9 value 0.
    88 profile-retired value 1.
*> The mode chosen from the card's profile version, kept while a
*> wrapped file's header date re-chooses the other settings
77 profileMode pic 99.
*> Switch set on when the parameter card itself refused the run (a
*> mis-keyed profile name) - the mainline must end the run with the
*> refusal code instead of dropping an unattended job into the
01 cardImage.
    05 card-mode-1 pic x.
    05 card-mode-2 pic x.
    05 card-rest   pic x(58).
*> Manifest-run working storage - the loaded manifest, the per-entry
*> completion status, and the consolidated grand totals across every
*> file of the run
77 manifest-switch pic 9 value 0.
    88 manifest-run value 1.
01 maniTable.
    05 maniEntry occurs 30 times pic x(60).
77 maniCount   pic 99 usage is comp value 0.
77 maniMax     pic 99 value 30.
77 maniIndex   pic 99 usage is comp.
77 csvHdr-switch pic 9 value 0.
    88 csv-header-written value 1.
77 csvControlLine pic x(40).
*> The first row of the run, held while the header goes out ahead of
*> it through the same record area
77 csvHeldRow pic x(350).
*> Void reversal rows carried into this run's export
77 revCount      pic 9(6) usage is comp value 0.

*> Canonicalization-mode working fields - the corrected copy's name
*> (the input file's name with .CAN appended), the per-run line
    88 additive-changed value 1.

*> Accession enrichment - when the option is on (parameter-card flag
*> or feed profile) the accession master is opened up front and each
*> converted value's catalog reference, read by key, rides the report
*> and CSV line beside it; values with no accession entry are counted
*> and listed with the control totals
77 enrich-switch pic 9 value 0.
    88 enrich-requested value 1.
*> Switch to remember whether the accession master opened
77 acc-switch pic 9 value 0.
    88 acc-is-open value 1.
77 accRefText pic x(15).
77 totAccMatched   pic 9(6) usage is comp value 0.
77 totAccUnmatched pic 9(6) usage is comp value 0.
01 monthDaysTable redefines monthDaysList.
    05 monthDays occurs 12 times pic 99.

*> Free-text extraction working fields - catalog descriptions arrive
*> as prose ("Vol. XII, ch. iv, plate xxvii; bound with Pt. II"), so
*> each line is scanned for runs of letters and every run spelled
*> only in numeral letters is a candidate. The stop and cue word
*> lists come from CONVWORD.TXT, or the shop defaults below when the
*> file is absent. A candidate follows the context rules: after a cue
*> word it is a numeral whatever it spells; otherwise a stop word, a
*> mixed-case word, or a run conv cannot read is reported as skipped
*> rather than converted or rejected
01 xtStopTable.
    05 xt-stop-word occurs 100 times pic x(15).
77 xtStopCount  pic 9(3) usage is comp value 0.
01 xtCueTable.
    05 xt-cue-word occurs 100 times pic x(15).
77 xtCueCount   pic 9(3) usage is comp value 0.
77 xtWordMax    pic 9(3) value 100.
77 xtWordIndex  pic 9(3) usage is comp.
01 xtDefaultStops.
    05 filler pic x(15) value "i".
    05 filler pic x(15) value "c".
    05 filler pic x(15) value "d".
    05 filler pic x(15) value "l".
    05 filler pic x(15) value "v".
    05 filler pic x(15) value "mix".
    05 filler pic x(15) value "dim".
    05 filler pic x(15) value "mid".
    05 filler pic x(15) value "civil".
    05 filler pic x(15) value "mild".
    05 filler pic x(15) value "mill".
    05 filler pic x(15) value "ill".
    05 filler pic x(15) value "lid".
    05 filler pic x(15) value "did".
    05 filler pic x(15) value "vivid".
    05 filler pic x(15) value "civic".
    05 filler pic x(15) value "mimic".
    05 filler pic x(15) value "vim".
01 xtDefaultStopTable redefines xtDefaultStops.
    05 xt-default-stop occurs 18 times pic x(15).
01 xtDefaultCues.
    05 filler pic x(15) value "vol".
    05 filler pic x(15) value "volume".
    05 filler pic x(15) value "ch".
    05 filler pic x(15) value "chap".
    05 filler pic x(15) value "chapter".
    05 filler pic x(15) value "pt".
    05 filler pic x(15) value "part".
    05 filler pic x(15) value "pl".
    05 filler pic x(15) value "plate".
    05 filler pic x(15) value "bk".
    05 filler pic x(15) value "book".
    05 filler pic x(15) value "no".
    05 filler pic x(15) value "fol".
    05 filler pic x(15) value "folio".
    05 filler pic x(15) value "sec".
    05 filler pic x(15) value "section".
    05 filler pic x(15) value "art".
    05 filler pic x(15) value "app".
    05 filler pic x(15) value "appendix".
    05 filler pic x(15) value "tome".
    05 filler pic x(15) value "lib".
    05 filler pic x(15) value "liber".
    05 filler pic x(15) value "canto".
    05 filler pic x(15) value "psalm".
    05 filler pic x(15) value "p".
    05 filler pic x(15) value "pp".
    05 filler pic x(15) value "page".
    05 filler pic x(15) value "tab".
01 xtDefaultCueTable redefines xtDefaultCues.
    05 xt-default-cue occurs 28 times pic x(15).
77 xtDefaultStopMax pic 9(3) value 18.
77 xtDefaultCueMax  pic 9(3) value 28.
*> The letter run being built, where it started on the line, and the
*> word before it for the cue rule
77 xtToken      pic x(30).
77 xtLower      pic x(30).
77 xtPrevWord   pic x(30).
77 xtTokLen     pic 99.
77 xtTokStart   pic 99.
77 xtScanIndex  pic 99.
77 xtChar       pic x.
77 xtNumLetters pic 99.
*> Which numeral of its line the token in hand is - the history
*> master's field number, which holds one digit, so a line's tenth
*> and later numerals print and export but leave no lineage record
77 xtFieldNo    pic 99.
77 xtColDisp    pic 99.
77 xtSkipReason pic x(16).
*> Switches for the token in hand - cued by the word before it, or
*> found on one of the word lists
77 xtCue-switch pic 9 value 0.
    88 xt-cued value 1.
77 xtFound-switch pic 9 value 0.
    88 xt-word-found value 1.
*> Extraction run totals beside the shared control totals, which
*> count lines read and numerals converted and rejected
77 totXtFound      pic 9(6) usage is comp.
77 totXtStop       pic 9(6) usage is comp.
77 totXtMixed      pic 9(6) usage is comp.
77 totXtNotNumeral pic 9(6) usage is comp.
77 totXtUnrecorded pic 9(6) usage is comp.

*> Duplicate-content check working fields - the fingerprint taken of
*> the input file ahead of the run, and the registry entry it matched.
*> Each line's hash weights every character by its column; the first
*> total sums the line hashes, the second weights each by its line
*> number, so the same records in another order still tell apart
77 fpCount     pic 9(6) usage is comp.
77 fpHash1     pic 9(15) usage is comp.
77 fpHash2     pic 9(18) usage is comp.
77 fpLineHash  pic 9(9) usage is comp.
77 fpScanIndex pic 99 usage is comp.
01 fpFirst     pic x(80).
01 fpLast      pic x(80).
77 fpMatchName pic x(30).
77 fpMatchDate pic x(8).
77 fpAnswer    pic x.
77 fpTime      pic 9(8).
77 operatorId  pic x(8).
*> Switch set on when the fingerprint was taken - an unreadable or
*> empty input has none, and the mode reports it in its own way
77 fpTaken-switch pic 9 value 0.
    88 fingerprint-taken value 1.
*> Switch set on when the registry already holds this content
77 fpMatch-switch pic 9 value 0.
    88 fingerprint-matched value 1.
*> Switch set on when a matched file is refused
77 fpDup-switch pic 9 value 0.
    88 duplicate-refused value 1.
*> Switch set on by the card's override flag (O) - a deliberate
*> reprocessing of content already on the registry
77 fpOverride-switch pic 9 value 0.
    88 duplicate-override value 1.
*> Switch set on where the run itself is refused or rejected - held
*> apart from RETURN-CODE, which the timing write and the operator
*> alerts reset before the fingerprint is registered
77 runFailed-switch pic 9 value 0.
    88 run-failed value 1.

*> Arithmetic-mode working fields - the operand-pair record layout
*> the batch ledger-reconciliation files use, the converted operand
*> values, and the signed intermediate result (a subtraction can go
77 totDecDirConv    pic 9(6) usage is comp.
77 totDecDirRej     pic 9(6) usage is comp.

*> Greek numeral file-mode working fields - the classics collection's
*> inscriptions and papyri carry Attic and Ionic numerals in the
*> transcription team's ASCII transliteration, read through greekconv
*> with the system told from each numeral itself, and the run's
*> converted numerals broken down by system
77 greekSystem     pic x.
77 greekSysText    pic x(5).
77 greekCommaCount pic 99 usage is comp.
77 totGreekAttic   pic 9(6) usage is comp.
77 totGreekIonic   pic 9(6) usage is comp.

*> Regression test-mode working fields
77 test-eof-switch     pic 9 value 1.
77 totTestsRun         pic 9(4) usage is comp value 0.
    move zero to resub-switch.
    move zero to profile-switch.
    move zero to profileFound-switch.
    move zero to profileDated-switch.
    move zero to profileRetired-switch.
    move zero to wrapperReq-switch.
    move zero to xfoot-switch.
    move zero to variant-switch.
    move zero to enrich-switch.
    move zero to fpOverride-switch.
    move space to outputStyle.
    move 1 to staleTolerance.
    move ";" to ledgerDelim.
    move zero to stopReq-switch.
    move zero to excSeqLast.
    perform readExcIdProcedure.
    perform loadReasonProcedure.
    *> OPEN EXTEND keeps every run's output appended in the retained
    *> file instead of the next run truncating the last one away;
    *> OPEN OUTPUT is only the fallback the first time the file
            if function upper-case(card-rest(38:1)) is equal to "A"
                move 1 to enrich-switch
            end-if
            if function upper-case(card-rest(40:1)) is equal to "O"
                move 1 to fpOverride-switch
            end-if
            move card-rest(42:1) to styleCardChar
            perform cardStyleProcedure
            move parmModeNum to inputType
            move 1 to batch-switch
        when other
            if function upper-case(card-rest(39:1)) is equal to "A"
                move 1 to enrich-switch
            end-if
            if function upper-case(card-rest(41:1)) is equal to "O"
                move 1 to fpOverride-switch
            end-if
            move card-rest(43:1) to styleCardChar
            perform cardStyleProcedure
            move parmModeNum to inputType
            move 1 to batch-switch
    end-evaluate.

*> Procedure to take the output style off a mode card - only the
*> styles dtoroman knows are taken, anything else leaves the run
*> rendering standard the way an unknown flag letter is ignored
cardStyleProcedure.
    move function upper-case(styleCardChar) to styleCardChar.
    if styleCardChar is equal to "A" or styleCardChar is equal to "P"
        or styleCardChar is equal to "C"
        move styleCardChar to outputStyle
    end-if.

*> Procedure to work a profile card - the card names the feed and the
*> file, the profile on CONVPROF.TXT supplies every other setting. A
*> profile that isn't on file refuses the whole run rather than fall
profileCardProcedure.
    move card-rest(1:12) to profileName.
    move card-rest(14:30) to fileName.
    if function upper-case(card-rest(45:1)) is equal to "O"
        move 1 to fpOverride-switch
    end-if.
    move zero to profileDated-switch.
    move runDate to profileDate.
    if card-rest(47:8) is numeric
        move card-rest(47:8) to profileDate
        move 1 to profileDated-switch
    end-if.
    move 1 to profile-switch.
    perform readProfileProcedure.
    if profile-found
        move 1 to batch-switch
    else
        if profile-retired
            display "Feed profile " function trim(profileName)
                " is retired on " profileDate " - run refused"
        else
            display "Feed profile " function trim(profileName)
                " is not on CONVPROF.TXT for " profileDate
                " - run refused"
        end-if
        move 1 to cardRefuse-switch
        move 8 to return-code
    end-if.

*> Procedure to find the version of the named profile in effect on
*> the business date and apply its settings - the whole file is read,
*> as a later record can be a later version
readProfileProcedure.
    move zero to profileFound-switch.
    move zero to profileRetired-switch.
    move spaces to profileVersion.
    open input profFile.
    if prof-status-1 = '0' and prof-status-2 = '0'
        move 1 to eof-switch
        perform scanProfileProcedure until eof-switch = 0
        if profileVersion is not equal to spaces
            move profileVersion to profRecord
            move prof-effective to profileEffective
            if prof-retired
                move 1 to profileRetired-switch
            else
                move 1 to profileFound-switch
                perform applyProfileProcedure
                display "Feed profile " function trim(profileName)
                    " version effective " profileEffective
                    " applied for business date " profileDate
            end-if
        end-if
        close profFile
        move 1 to eof-switch
    else
    end-if.

*> Procedure to test one profile record against the requested name
*> and date, keeping it if it is the latest version in effect so far
scanProfileProcedure.
    read profFile
        at end move zero to eof-switch
        not at end
            if prof-name is equal to profileName
                and (prof-effective is equal to spaces
                or (prof-effective is numeric
                and prof-effective is not greater than profileDate))
                if profileVersion is equal to spaces
                    or prof-effective is not less than profileVersion(33:8)
                    move profRecord to profileVersion
                end-if
            end-if
    end-read.

*> Procedure to re-choose the profile version for a wrapped file whose
*> header date is not the day the card's version was chosen for - the
*> file's own business date decides, except the mode, which the run is
*> already committed to. No version in effect on that date rejects
*> the file at intake
reapplyProfileProcedure.
    move intakeDateN to profileDate.
    move inputType to profileMode.
    move zero to wrapperReq-switch.
    move zero to dq-switch.
    move zero to xfoot-switch.
    move zero to variant-switch.
    move zero to enrich-switch.
    move space to outputStyle.
    move 1 to staleTolerance.
    move ";" to ledgerDelim.
    perform readProfileProcedure.
    move profileMode to inputType.
    if not profile-found
        display "INTAKE: feed profile " function trim(profileName)
            " has no version in effect on file date " intakeDateX
        move 1 to intakeReject-switch
    end-if.

*> Procedure to apply one profile record's settings to this run
applyProfileProcedure.
    if prof-mode is numeric
        or function upper-case(prof-enrich) is equal to "Y"
        move 1 to enrich-switch
    end-if.
    move prof-style to styleCardChar.
    perform cardStyleProcedure.

*> Procedure to run a single mode straight through, driven by the
*> parameter card instead of the interactive menu
        when 9 perform arithFileProcedure
        when 10 perform dateFileProcedure
        when 11 perform canonFileProcedure
        when 12 perform extractFileProcedure
        when 13 perform greekFileProcedure
        when other display "Invalid parameter card mode"
    end-evaluate.

    move zero to dq-switch.
    move zero to profile-switch.
    move zero to profileFound-switch.
    move zero to profileDated-switch.
    move zero to profileRetired-switch.
    move zero to wrapperReq-switch.
    move zero to xfoot-switch.
    move zero to variant-switch.
    move zero to enrich-switch.
    move zero to fpOverride-switch.
    move zero to cardRefuse-switch.
    move space to outputStyle.
    move 1 to staleTolerance.
    move ";" to ledgerDelim.
    move zero to batch-switch.
    display "(5) round-trip validation, (6) regression test".
    display "(7) decimal file input, (8) mixed-direction file input".
    display "(9) roman arithmetic, (10) roman date file input".
    display "(11) canonicalize file, (12) free-text numeral extraction".
    display "(13) greek numeral file input".
    accept inputType.
    evaluate inputType
        when 1 perform stdinProcedure
        when 9 perform arithStdinProcedure
        when 10 perform dateFileProcedure
        when 11 perform canonFileProcedure
        when 12 perform extractFileProcedure
        when 13 perform greekFileProcedure
        when other display "Invalid input".
    move 1 to errorFlag.
    move 1 to eof-switch.
        close cacheFile
    end-if.
    if csv-is-open
        perform exportReversalsProcedure
        if csv-header-written
            perform writeCsvTrailerProcedure
        end-if
    end-if.
    goback.

*> Procedure to carry any reversal rows the void utility staged into
*> this run's export region, ahead of the trailer so they count in
*> it, then empty the staging file so no row goes out twice
exportReversalsProcedure.
    move zero to revCount.
    open input reversalFile.
    if rev-status-1 = '0' and rev-status-2 = '0'
        move 1 to eof-switch
        perform exportReversalRowProcedure until eof-switch = 0
        close reversalFile
        move 1 to eof-switch
        if revCount is greater than zero
            open output reversalFile
            if rev-status-1 = '0' and rev-status-2 = '0'
                close reversalFile
            end-if
            move revCount to formattedTotal
            display "void reversals sent  : " formattedTotal
        end-if
    end-if.

*> Procedure to write one staged reversal row to the export
exportReversalRowProcedure.
    read reversalFile
        at end move zero to eof-switch
        not at end
            move reversalRecord to csvRecord
            perform writeCsvProcedure
            add 1 to revCount
    end-read.

*> Procedure to display header for readability
displayProcedure.
    display "   roman number equivalents".
*> parse
writeConvExceptionProcedure.
    if exception-is-open
        perform stampReasonProcedure
        perform buildConvSubTextProcedure
        move convErrPos to convErrPosZ
        move spaces to exceptionRecord
            " " delimited by size
            convSubText delimited by size into exceptionRecord
        move runDate to exceptionRecord(92:8)
        move rejectSeverity to exceptionRecord(100:1)
        perform nextExcIdProcedure
        move excIdText to exceptionRecord(101:12)
        perform stampLineageProcedure
        write exceptionRecord
    end-if.

*> Procedure to load the reason-code master - with no master on file
*> every reject keeps its built-in text and goes out unrated
loadReasonProcedure.
    move spaces to rsnTable.
    open input rsnFile.
    if rsn-status-1 = '0' and rsn-status-2 = '0'
        move 1 to eof-switch
        perform readReasonProcedure until eof-switch = 0
        close rsnFile
        move 1 to eof-switch
    end-if.

*> Procedure to read one master record into its code's slot
readReasonProcedure.
    read rsnFile
        at end move zero to eof-switch
        not at end
            if rsn-code is numeric and rsn-code is greater than zero
                move "Y" to rt-onfile(rsn-code)
                move rsn-desc to rt-desc(rsn-code)
                move rsn-severity to rt-severity(rsn-code)
            end-if
    end-read.

*> Procedure to stamp the reject in hand from the reason-code master -
*> the code is the two digits after "REASON ", and a code on the
*> master takes the master's description and severity
stampReasonProcedure.
    move space to rejectSeverity.
    move rejectReason(8:2) to rejectCodeX.
    if rejectCodeX is numeric and rejectCodeN is greater than zero
        if rt-onfile(rejectCodeN) is equal to "Y"
            move rt-severity(rejectCodeN) to rejectSeverity
            if rt-desc(rejectCodeN) is not equal to spaces
                move spaces to rejectReason
                string "REASON " rejectCodeX " - " rt-desc(rejectCodeN)
                    delimited by size into rejectReason
            end-if
        end-if
    end-if.

*> Procedure to stamp the exception being written with the source
*> file and line it came from - a keyed conversion has no source
*> line and leaves the lineage columns blank
stampLineageProcedure.
    if histLineNo is greater than zero
        move fileName to exceptionRecord(114:30)
        move histLineNo to excLineDisp
        move excLineDisp to exceptionRecord(145:6)
    end-if.

*> Procedure to fold today's persisted exception ID sequence into
*> excSeqLast, keeping whichever is higher - a new business date
*> starts the sequence over at zero, and the higher-of-two rule lets
            move 0 to dq-switch
        end-if
    end-if.
    perform fingerprintCheckProcedure.
    if duplicate-refused
        perform duplicateRefusedProcedure
    else
        perform fileRunProcedure
        perform registerFingerprintProcedure
    end-if.

*> Procedure to run the file proper, once its content has cleared
*> the duplicate-content check
fileRunProcedure.
    move zero to dqCount.
    move zero to dqFull-switch.
    move zero to totRecordsRead.
        string "RUN REFUSED - INPUT LOCKED: " fileName
            delimited by size into alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
        move 1 to runFailed-switch
        move 8 to return-code
    else
        perform runLockedFileProcedure
        perform releaseLockProcedure
        perform writeTimingProcedure
    end-if.
    perform closeAccessionProcedure.

*> Procedure to run the file-mode conversion proper, once the run
*> lock on the input file is held
            string "INTAKE REJECTED WHOLE FILE: " fileName
                delimited by size into alertMessage
            call "opsalert" using alertSeverity, alertProgram, alertMessage
            move 1 to runFailed-switch
            move 12 to return-code
        else
            perform displayProcedure
*> file with the computed difference alongside the reason
writeXfootExceptionProcedure.
    if exception-is-open
        perform stampReasonProcedure
        move spaces to exceptionRecord
        string inputArray delimited by size
            rejectReason delimited by size
            " DIFF " delimited by size
            formattedXfoot delimited by size into exceptionRecord
        move runDate to exceptionRecord(92:8)
        move rejectSeverity to exceptionRecord(100:1)
        perform nextExcIdProcedure
        move excIdText to exceptionRecord(101:12)
        perform stampLineageProcedure
        write exceptionRecord
    end-if.

        move 1 to wrapper-switch
        move ledgerLine(11:8) to intakeDateX
        move ledgerLine(25:6) to intakeSeqX
        if profile-run and not profile-dated
            and intakeDateX is numeric
            and intakeDateN is not equal to profileDate
            perform reapplyProfileProcedure
        end-if
        perform intakeScanProcedure until eof-switch = 0
        perform intakeValidateProcedure
    end-if.
*> itself, and every record counts toward the trailer at close
writeCsvProcedure.
    if not csv-header-written
        move csvRecord to csvHeldRow
        perform writeCsvHeaderProcedure
        move csvHeldRow to csvRecord
    end-if.
    write csvRecord.
    add 1 to csvWriteCount.
    move totRecordsRead to timRecords.
    call "timelog" using timProgram, timFeed, timStart, timEnd,
        timRecords.
    perform writeControlLogProcedure.

*> Procedure to append this file run's control totals to the retained
*> control log, with the feed profile it ran under
writeControlLogProcedure.
    open extend ctlgFile.
    if ctlg-status-1 not = '0' or ctlg-status-2 not = '0'
        open output ctlgFile
    end-if.
    if ctlg-status-1 = '0' and ctlg-status-2 = '0'
        move spaces to ctlgRecord
        move runDate to ctlg-date
        move inputType to ctlg-mode
        if profile-run
            move profileName to ctlg-profile
        end-if
        move fileName to ctlg-filename
        move totRecordsRead to ctlg-read
        move totRecordsConverted to ctlg-conv
        move totRecordsRejected to ctlg-rej
        move timStart to ctlg-start
        write ctlgRecord
        close ctlgFile
    end-if.

*> Procedure to fingerprint the input file ahead of a file-mode run
*> and check it against the registry of content already processed.
*> A match refuses the run unless the card carries the override flag
*> (or, at the keyboard, the operator confirms), and an override is
*> logged with the operator who took it
fingerprintCheckProcedure.
    move zero to runFailed-switch.
    move zero to fpDup-switch.
    move zero to fpTaken-switch.
    move zero to fpMatch-switch.
    move zero to fpCount.
    move zero to fpHash1.
    move zero to fpHash2.
    move spaces to fpFirst.
    move spaces to fpLast.
    open input filePtr.
    if file-status = '00'
        move 1 to eof-switch
        perform fingerprintLineProcedure until eof-switch = 0
        close filePtr
        move 1 to eof-switch
        if fpCount is greater than zero
            move 1 to fpTaken-switch
        end-if
    end-if.
    if fingerprint-taken
        open input fprtFile
        if fprt-status-1 = '0' and fprt-status-2 = '0'
            perform matchFingerprintProcedure
                until eof-switch = 0 or fingerprint-matched
            close fprtFile
            move 1 to eof-switch
        end-if
    end-if.
    if fingerprint-matched
        display "Input file " function trim(fileName)
            " repeats the content of " function trim(fpMatchName)
            " processed " fpMatchDate
        if not batch-mode and not duplicate-override
            display "Process it again anyway? (Y/N): " with no advancing
            accept fpAnswer
            if function upper-case(fpAnswer) is equal to "Y"
                move 1 to fpOverride-switch
            end-if
        end-if
        if duplicate-override
            perform logOverrideProcedure
        else
            move 1 to fpDup-switch
        end-if
    end-if.

*> Procedure to fold one input record into the fingerprint
fingerprintLineProcedure.
    read filePtr into ledgerLine
        at end move zero to eof-switch
        not at end
            add 1 to fpCount
            if fpCount is equal to 1
                move ledgerLine to fpFirst
            end-if
            move ledgerLine to fpLast
            move zero to fpLineHash
            move 1 to fpScanIndex
            perform hashCharProcedure until fpScanIndex is greater than 80
            add fpLineHash to fpHash1
            compute fpHash2 = fpHash2 + (fpLineHash * fpCount)
    end-read.

*> Procedure to weight one character of the line by its column
hashCharProcedure.
    compute fpLineHash = fpLineHash
        + (function ord(ledgerLine(fpScanIndex:1)) * fpScanIndex).
    add 1 to fpScanIndex.

*> Procedure to test one registry entry against the fingerprint - the
*> file name is deliberately not compared, since a renamed
*> resubmission is exactly what this check is for
matchFingerprintProcedure.
    read fprtFile
        at end move zero to eof-switch
        not at end
            if fprt-count is equal to fpCount
                and fprt-hash1 is equal to fpHash1
                and fprt-hash2 is equal to fpHash2
                and fprt-first is equal to fpFirst
                and fprt-last is equal to fpLast
                move 1 to fpMatch-switch
                move fprt-filename to fpMatchName
                move fprt-date to fpMatchDate
            end-if
    end-read.

*> Procedure to log a duplicate let through on an override, with the
*> operator who took it
logOverrideProcedure.
    call "opersign" using operatorId.
    accept fpTime from time.
    display "Duplicate content override taken by "
        function trim(operatorId).
    open extend fovrFile.
    if fovr-status-1 not = '0' or fovr-status-2 not = '0'
        open output fovrFile
    end-if.
    if fovr-status-1 = '0' and fovr-status-2 = '0'
        move spaces to fovrRecord
        string runDate " " fpTime " O " operatorId " DUPLICATE OVERRIDE "
            function trim(fileName) " = " function trim(fpMatchName)
            delimited by size into fovrRecord
        write fovrRecord
        close fovrFile
    end-if.
    move "W" to alertSeverity.
    move spaces to alertMessage.
    string "DUPLICATE OVERRIDE BY " operatorId ": " fileName
        delimited by size into alertMessage.
    call "opsalert" using alertSeverity, alertProgram, alertMessage.

*> Procedure to refuse a file whose content was already processed -
*> the shared control totals are zeroed so a manifest folds nothing
*> of it into the grand totals
duplicateRefusedProcedure.
    move zero to totRecordsRead.
    move zero to totRecordsConverted.
    move zero to totRecordsRejected.
    move zero to totRomanNumDSum.
    display "Run refused - duplicate content. Put O on the card to "
        "process it again".
    if report-is-open
        move spaces to reportRecord
        string "RUN DATE: " runDate " REFUSED DUPLICATE " fileName
            delimited by size into reportRecord
        write reportRecord
    end-if.
    move "E" to alertSeverity.
    move spaces to alertMessage.
    string "DUPLICATE CONTENT REFUSED: " fileName
        delimited by size into alertMessage.
    call "opsalert" using alertSeverity, alertProgram, alertMessage.
    move 20 to return-code.

*> Procedure to enter a completed run's fingerprint on the registry -
*> a run that was refused, stopped at a checkpoint, or failed to get
*> through its input leaves nothing, so its rerun is never mistaken
*> for a duplicate
registerFingerprintProcedure.
    if fingerprint-taken and not stop-requested
        and not run-failed
        open extend fprtFile
        if fprt-status-1 not = '0' or fprt-status-2 not = '0'
            open output fprtFile
        end-if
        if fprt-status-1 = '0' and fprt-status-2 = '0'
            move spaces to fprtRecord
            move runDate to fprt-date
            move fileName to fprt-filename
            move inputType to fprt-mode
            move fpCount to fprt-count
            move fpHash1 to fprt-hash1
            move fpHash2 to fprt-hash2
            move fpFirst to fprt-first
            move fpLast to fprt-last
            write fprtRecord
            close fprtFile
        end-if
    end-if.

*> Procedure to look for the operator's stop-request flag file - its
*> existence is the request, whatever it holds
decToRomanProcedure.
    display "Enter a decimal number (1-3999999): ".
    accept decimalIn.
    perform acceptStyleProcedure.
    move spaces to dtrRomanStr.
    move zero to dtrFracIn.
    call "dtoroman" using decimalIn, errorFlag, dtrRomanStr,
        dtrFracIn, outputStyle.
    if (errorFlag is equal to 1) then
        display decimalIn, dtrRomanStr
    else
        display "Invalid decimal value for roman conversion"
    end-if.

*> Procedure to ask the clerk which house style to render roman output
*> in, for the interactive modes - a blank answer renders standard
acceptStyleProcedure.
    display "Output style (blank standard, A additive, P apothecary,"
        " C small capitals): ".
    move space to styleCardChar.
    accept styleCardChar.
    move space to outputStyle.
    perform cardStyleProcedure.

*> Procedure to render a whole file of decimal values as roman
*> numerals - the registrar's certificate-number feed - instead of a
*> clerk keying them one at a time. Mirrors fileProcedure: results go
    if not batch-mode
        display "Enter the filepath: "
        accept fileName
        perform acceptStyleProcedure
    end-if.
    perform fingerprintCheckProcedure.
    if duplicate-refused
        perform duplicateRefusedProcedure
    else
        perform decFileRunProcedure
        perform registerFingerprintProcedure
    end-if.

*> Procedure to run the file proper, once its content has cleared
*> the duplicate-content check
decFileRunProcedure.
    move zero to totRecordsRead.
    move zero to totRecordsConverted.
    move zero to totRecordsRejected.
        move spaces to dtrRomanStr
        move zero to dtrFracIn
        call "dtoroman" using decimalIn, errorFlag, dtrRomanStr,
        dtrFracIn, outputStyle
        if errorFlag is equal to 1
            perform printDecResultProcedure
        else
    add 1 to totRecordsConverted.
    add decimalIn to totRomanNumDSum.
    if hist-is-open and histLineNo is greater than zero
        *> A decimal-tagged line of a mixed-direction file is recorded
        *> under field 9, so its rendering is told apart from the
        *> numerals the same mode reads
        if inputType is equal to 8
            move 9 to histFieldNo
        else
            move zero to histFieldNo
        end-if
        move dtrRomanStr to histNumeral
        move decimalIn to histValue
        perform writeHistRecordProcedure
*> file with its reject reason
writeDecExceptionProcedure.
    if exception-is-open
        perform stampReasonProcedure
        move spaces to exceptionRecord
        string inputArray delimited by size
            rejectReason delimited by size into exceptionRecord
        move runDate to exceptionRecord(92:8)
        move rejectSeverity to exceptionRecord(100:1)
        perform nextExcIdProcedure
        move excIdText to exceptionRecord(101:12)
        perform stampLineageProcedure
        write exceptionRecord
    end-if.

*> Procedure to open the collections accession master for this run's
*> keyed lookups
loadAccessionProcedure.
    move zero to acc-switch.
    open input accFile.
    if acc-status-1 = '0' and acc-status-2 = '0'
        move 1 to acc-switch
    else
        display "Unable to open accession master ACCMAST.DAT - "
            "every value will list as unmatched"
    end-if.

*> Procedure to close the accession master at the end of a file run
closeAccessionProcedure.
    if acc-is-open
        close accFile
        move zero to acc-switch
    end-if.

*> Procedure to key the converted value against the accession master
*> - a match carries its catalog reference, a miss is counted and its
*> value remembered for the listing at run end
accLookupProcedure.
    move "*NO ACCESSION*" to accRefText.
    if acc-is-open
        move romanNumD to acc-value
        read accFile key is acc-value
            invalid key
                continue
            not invalid key
                move acc-ref to accRefText
        end-read
    end-if.
    if accRefText is equal to "*NO ACCESSION*"
        add 1 to totAccUnmatched
        perform tallyUnmatchedAccProcedure
    else
        add 1 to totAccMatched
    end-if.

*> Procedure to remember one unmatched value, distinct values only
tallyUnmatchedAccProcedure.
    move zero to unmAccFoundIndex.
        display "Enter the filepath: "
        accept fileName
    end-if.
    perform fingerprintCheckProcedure.
    if duplicate-refused
        perform duplicateRefusedProcedure
    else
        perform dateFileRunProcedure
        perform registerFingerprintProcedure
    end-if.

*> Procedure to run the file proper, once its content has cleared
*> the duplicate-content check
dateFileRunProcedure.
    move zero to totRecordsRead.
    move zero to totRecordsConverted.
    move zero to totRecordsRejected.
        end-if
    else
        add 1 to totRecordsRejected
        perform stampReasonProcedure
        display function trim(inputArray) "  " rejectReason
        if exception-is-open
            move spaces to exceptionRecord
            string inputArray delimited by size
                rejectReason delimited by size into exceptionRecord
            move runDate to exceptionRecord(92:8)
            move rejectSeverity to exceptionRecord(100:1)
            perform nextExcIdProcedure
            move excIdText to exceptionRecord(101:12)
            perform stampLineageProcedure
            write exceptionRecord
        end-if
    end-if.
        end-if
    end-if.

*> Procedure to convert a file of Greek numerals - one numeral per
*> line in the transcription team's transliteration, Attic or Ionic,
*> each read through greekconv and reported, exported, recorded on
*> the history master and rejected exactly as a roman file run is
greekFileProcedure.
    if not batch-mode
        display "Enter the filepath: "
        accept fileName
    end-if.
    perform fingerprintCheckProcedure.
    if duplicate-refused
        perform duplicateRefusedProcedure
    else
        perform greekFileRunProcedure
        perform registerFingerprintProcedure
    end-if.

*> Procedure to run the file proper, once its content has cleared
*> the duplicate-content check
greekFileRunProcedure.
    move zero to totRecordsRead.
    move zero to totRecordsConverted.
    move zero to totRecordsRejected.
    move zero to totRomanNumDSum.
    move zero to totGreekAttic.
    move zero to totGreekIonic.
    move zero to currentLineNum.
    move 1 to eof-switch.
    accept timStart from time.
    open input filePtr.
    if file-status = '00' then
        display "   greek numeral equivalents"
        display "------------------------------"
        display "greek numeral      dec. equiv."
        display "------------------------------"
        if report-is-open
            move spaces to reportRecord
            string "RUN DATE: " runDate delimited by size into reportRecord
            write reportRecord
            move "   greek numeral equivalents" to reportRecord
            write reportRecord
            move "------------------------------" to reportRecord
            write reportRecord
            move "greek numeral      dec. equiv." to reportRecord
            write reportRecord
            move "------------------------------" to reportRecord
            write reportRecord
        end-if
        move zero to reportLineCount
        perform readGreekLineProcedure until eof-switch = 0
        close filePtr
        perform totalsProcedure
        perform greekTotalsProcedure
        perform writeTimingProcedure
    else
        display "Invalid file"
    end-if.

*> Procedure to read one Greek numeral record and work it - a
*> resubmission from the repair utility carries its originating
*> exception's ID after the numeral, and converting closes it
readGreekLineProcedure.
    read filePtr into ledgerLine
        at end move zero to eof-switch
        not at end
            add 1 to currentLineNum
            add 1 to totRecordsRead
            move currentLineNum to histLineNo
            move zero to resub-switch
            if ledgerLine(32:1) is equal to "E"
                and ledgerLine(33:12) is numeric
                move ledgerLine(33:12) to resubExcId
                move 1 to resub-switch
            end-if
            move ledgerLine(1:30) to inputArray
            perform greekRecordProcedure
            if resub-record and errorFlag is equal to 1
                perform writeClosureProcedure
            end-if
    end-read.

*> Procedure to convert one Greek numeral through greekconv, then
*> print and export the value or reject the record. The numeral goes
*> over as keyed - the letter case is what tells Attic from Ionic
greekRecordProcedure.
    move inputArray to romanNumStr.
    move space to greekSystem.
    call "greekconv" using romanNumStr, errorFlag, romanNumD,
        convErrPos, convErrChar, convErrSub, greekSystem.
    if errorFlag is equal to 1
        add 1 to totRecordsConverted
        add romanNumD to totRomanNumDSum
        if greekSystem is equal to "A"
            add 1 to totGreekAttic
            move "ATTIC" to greekSysText
        else
            add 1 to totGreekIonic
            move "IONIC" to greekSysText
        end-if
        if hist-is-open and histLineNo is greater than zero
            move zero to histFieldNo
            move inputArray to histNumeral
            move romanNumD to histValue
            perform writeHistRecordProcedure
        end-if
        move romanNumD to formattedNum
        display inputArray, formattedNum, "  ", greekSysText
        if report-is-open
            move spaces to reportRecord
            string inputArray delimited by size
                formattedNum delimited by size
                "  " delimited by size
                greekSysText delimited by size into reportRecord
            write reportRecord
        end-if
        if csv-is-open
            *> An Ionic thousands sign is a comma, so a numeral
            *> carrying one goes out quoted to stay a single field
            move spaces to csvRecord
            move 1 to csvPtr
            move zero to greekCommaCount
            inspect inputArray tallying greekCommaCount for all ","
            if greekCommaCount is greater than zero
                string quote delimited by size
                    function trim(inputArray) delimited by size
                    quote delimited by size
                    into csvRecord with pointer csvPtr
            else
                string function trim(inputArray) delimited by size
                    into csvRecord with pointer csvPtr
            end-if
            string "," delimited by size
                function trim(formattedNum) delimited by size
                "," delimited by size
                greekSysText delimited by size
                into csvRecord with pointer csvPtr
            perform writeCsvProcedure
        end-if
    else
        add 1 to totRecordsRejected
        move "REASON 15 - GREEK NUMERAL" to rejectReason
        perform writeGreekExceptionProcedure
    end-if.

*> Procedure to write a numeral greekconv rejected to the exception
*> file with the position, character, and sub-reason it reported
writeGreekExceptionProcedure.
    if exception-is-open
        perform stampReasonProcedure
        perform buildGreekSubTextProcedure
        move convErrPos to convErrPosZ
        move spaces to exceptionRecord
        string inputArray delimited by size
            rejectReason delimited by size
            " POS " delimited by size
            convErrPosZ delimited by size
            " CHR " delimited by size
            convErrChar delimited by size
            " " delimited by size
            convSubText delimited by size into exceptionRecord
        move runDate to exceptionRecord(92:8)
        move rejectSeverity to exceptionRecord(100:1)
        perform nextExcIdProcedure
        move excIdText to exceptionRecord(101:12)
        perform stampLineageProcedure
        write exceptionRecord
    end-if.

*> Procedure to spell out greekconv's sub-reason code for the
*> exception record - an illegal character carries no sub-reason
buildGreekSubTextProcedure.
    if errorFlag is equal to 2
        move "ILLEGAL CHARACTER" to convSubText
    else
        evaluate convErrSub
            when 1 move "REPEAT LIMIT" to convSubText
            when 2 move "RANK REPEATED" to convSubText
            when 3 move "OUT OF ORDER" to convSubText
            when 4 move "NO NUMERAL" to convSubText
            when 5 move "BAD THOUSANDS" to convSubText
            when 6 move "BAD KERAIA" to convSubText
            when other move spaces to convSubText
        end-evaluate
    end-if.

*> Procedure to break the run's converted numerals down by system
greekTotalsProcedure.
    move totGreekAttic to formattedTotal.
    display "attic converted    : " formattedTotal.
    move totGreekIonic to formattedTotal.
    display "ionic converted    : " formattedTotal.
    if report-is-open
        move totGreekAttic to formattedTotal
        move spaces to reportRecord
        string "attic converted    : " formattedTotal delimited by size
            into reportRecord
        write reportRecord
        move totGreekIonic to formattedTotal
        move spaces to reportRecord
        string "ionic converted    : " formattedTotal delimited by size
            into reportRecord
        write reportRecord
    end-if.

*> Procedure to pull the roman numerals out of free-text catalog
*> descriptions - every numeral found converts through the cache and
*> conv and is reported with its line and column, ordinary words
*> spelled in numeral letters are reported as skipped, and a numeral
*> a cue word vouched for that conv still rejects goes to the
*> exception file like any other reject
extractFileProcedure.
    if not batch-mode
        display "Enter the filepath: "
        accept fileName
    end-if.
    perform fingerprintCheckProcedure.
    if duplicate-refused
        perform duplicateRefusedProcedure
    else
        perform extractFileRunProcedure
        perform registerFingerprintProcedure
    end-if.

*> Procedure to run the file proper, once its content has cleared
*> the duplicate-content check
extractFileRunProcedure.
    move zero to totRecordsRead.
    move zero to totRecordsConverted.
    move zero to totRecordsRejected.
    move zero to totRomanNumDSum.
    move zero to totVariantNorm.
    move zero to totXtFound.
    move zero to totXtStop.
    move zero to totXtMixed.
    move zero to totXtNotNumeral.
    move zero to totXtUnrecorded.
    move zero to currentLineNum.
    move zero to histLineNo.
    perform loadWordListProcedure.
    move 1 to eof-switch.
    accept timStart from time.
    open input filePtr.
    if file-status = '00' then
        display "   free-text numeral extraction run"
        display "------------------------------"
        if report-is-open
            move spaces to reportRecord
            string "RUN DATE: " runDate " FILE " fileName
                delimited by size into reportRecord
            write reportRecord
            move "   free-text numeral extraction run" to reportRecord
            write reportRecord
            move "------------------------------" to reportRecord
            write reportRecord
        end-if
        move zero to reportLineCount
        perform readExtractLineProcedure until eof-switch = 0
        close filePtr
        perform totalsProcedure
        perform extractTotalsProcedure
        perform writeTimingProcedure
    else
        display "Invalid file"
        move "E" to alertSeverity
        move spaces to alertMessage
        string "UNABLE TO OPEN INPUT FILE: " fileName
            delimited by size into alertMessage
        call "opsalert" using alertSeverity, alertProgram, alertMessage
    end-if.

*> Procedure to load the stop and cue word lists from CONVWORD.TXT,
*> falling back to the shop defaults for a list the file leaves empty
loadWordListProcedure.
    move spaces to xtStopTable.
    move spaces to xtCueTable.
    move zero to xtStopCount.
    move zero to xtCueCount.
    open input wordFile.
    if word-status-1 = '0' and word-status-2 = '0'
        move 1 to eof-switch
        perform loadWordProcedure until eof-switch = 0
        close wordFile
    end-if.
    if xtStopCount is equal to zero
        move 1 to xtWordIndex
        perform defaultStopProcedure
            until xtWordIndex is greater than xtDefaultStopMax
    end-if.
    if xtCueCount is equal to zero
        move 1 to xtWordIndex
        perform defaultCueProcedure
            until xtWordIndex is greater than xtDefaultCueMax
    end-if.

*> Procedure to read one word-list record onto its list
loadWordProcedure.
    read wordFile
        at end move zero to eof-switch
        not at end
            evaluate true
                when word-text is equal to spaces
                    continue
                when function upper-case(word-type) is equal to "S"
                    and xtStopCount is less than xtWordMax
                    add 1 to xtStopCount
                    move function lower-case(word-text)
                        to xt-stop-word(xtStopCount)
                when function upper-case(word-type) is equal to "C"
                    and xtCueCount is less than xtWordMax
                    add 1 to xtCueCount
                    move function lower-case(word-text)
                        to xt-cue-word(xtCueCount)
                when other
                    continue
            end-evaluate
    end-read.

*> Procedure to copy one default stop word onto the list
defaultStopProcedure.
    add 1 to xtStopCount.
    move xt-default-stop(xtWordIndex) to xt-stop-word(xtStopCount).
    add 1 to xtWordIndex.

*> Procedure to copy one default cue word onto the list
defaultCueProcedure.
    add 1 to xtCueCount.
    move xt-default-cue(xtWordIndex) to xt-cue-word(xtCueCount).
    add 1 to xtWordIndex.

*> Procedure to read one line of prose and scan it for numerals
readExtractLineProcedure.
    read filePtr into ledgerLine
        at end move zero to eof-switch
        not at end
            add 1 to currentLineNum
            add 1 to totRecordsRead
            move currentLineNum to histLineNo
            perform extractLineProcedure
    end-read.

*> Procedure to split one line into its letter runs - anything that
*> is not a letter (space, punctuation, digit) ends the run in hand,
*> and the end of the line ends the last one
extractLineProcedure.
    move spaces to xtToken.
    move spaces to xtPrevWord.
    move zero to xtTokLen.
    move zero to xtFieldNo.
    move 1 to xtScanIndex.
    perform extractCharProcedure until xtScanIndex is greater than 80.
    if xtTokLen is greater than zero
        perform extractTokenProcedure
    end-if.

*> Procedure to consume one character of the line scan
extractCharProcedure.
    move ledgerLine(xtScanIndex:1) to xtChar.
    if xtChar is alphabetic and xtChar is not equal to space
        if xtTokLen is equal to zero
            move xtScanIndex to xtTokStart
        end-if
        add 1 to xtTokLen
        if xtTokLen is not greater than 30
            move xtChar to xtToken(xtTokLen:1)
        end-if
    else
        if xtTokLen is greater than zero
            perform extractTokenProcedure
        end-if
    end-if.
    add 1 to xtScanIndex.

*> Procedure to work one complete letter run - a run spelled wholly
*> in numeral letters is a candidate, anything else is an ordinary
*> word that only matters as the next run's context
extractTokenProcedure.
    move function lower-case(xtToken) to xtLower.
    move zero to xtNumLetters.
    inspect xtLower tallying xtNumLetters
        for all "i" all "v" all "x" all "l" all "c" all "d" all "m".
    if xtTokLen is not greater than 30
        and xtNumLetters is equal to xtTokLen
        perform extractNumeralProcedure
    end-if.
    move xtLower to xtPrevWord.
    move spaces to xtToken.
    move zero to xtTokLen.

*> Procedure to apply the context rules to one candidate and convert,
*> skip, or reject it
extractNumeralProcedure.
    add 1 to totXtFound.
    move spaces to xtSkipReason.
    move zero to xtCue-switch.
    move zero to xtFound-switch.
    move 1 to xtWordIndex.
    perform scanCueWordProcedure
        until xtWordIndex is greater than xtCueCount or xt-word-found.
    if xt-word-found
        move 1 to xtCue-switch
    else
        move 1 to xtWordIndex
        perform scanStopWordProcedure
            until xtWordIndex is greater than xtStopCount
            or xt-word-found
        evaluate true
            when xt-word-found
                move "STOP WORD" to xtSkipReason
                add 1 to totXtStop
            when xtToken is not equal to function upper-case(xtToken)
                and xtToken is not equal to function lower-case(xtToken)
                move "MIXED-CASE WORD" to xtSkipReason
                add 1 to totXtMixed
            when other
                continue
        end-evaluate
    end-if.
    if xtSkipReason is equal to spaces
        move spaces to inputArray
        move xtToken to inputArray
        perform caseDetectProcedure
        move function lower-case(inputArray) to romanNumStr
        if variants-tolerated
            perform variantNormalizeProcedure
        end-if
        perform cacheLookupProcedure
        evaluate true
            when errorFlag is equal to 1
                perform printExtractProcedure
            when xt-cued
                *> The cue word vouched for it, so a run conv cannot
                *> read is a bad numeral, not an ordinary word
                add 1 to totRecordsRejected
                evaluate errorFlag
                    when 2 move "REASON 02 - ILLEGAL CHARACTER"
                        to rejectReason
                    when 3 move "REASON 03 - INVALID GRAMMAR"
                        to rejectReason
                    when other move "REASON 99 - UNKNOWN REJECT"
                        to rejectReason
                end-evaluate
                perform writeConvExceptionProcedure
            when other
                move "NOT A NUMERAL" to xtSkipReason
                add 1 to totXtNotNumeral
        end-evaluate
    end-if.
    if xtSkipReason is not equal to spaces
        perform printSkipProcedure
    end-if.

*> Procedure to test the word before the candidate against one cue
scanCueWordProcedure.
    if xtPrevWord is equal to xt-cue-word(xtWordIndex)
        move 1 to xtFound-switch
    end-if.
    add 1 to xtWordIndex.

*> Procedure to test the candidate against one stop word
scanStopWordProcedure.
    if xtLower is equal to xt-stop-word(xtWordIndex)
        move 1 to xtFound-switch
    end-if.
    add 1 to xtWordIndex.

*> Procedure to print, export, and record one extracted numeral -
*> the line and column say where it sat in the prose, and its place
*> among the line's numerals is its history field number
printExtractProcedure.
    add 1 to totRecordsConverted.
    add romanNumD to totRomanNumDSum.
    add 1 to xtFieldNo.
    if hist-is-open
        if xtFieldNo is greater than 9
            add 1 to totXtUnrecorded
        else
            move xtFieldNo to histFieldNo
            move xtToken to histNumeral
            move romanNumD to histValue
            perform writeHistRecordProcedure
        end-if
    end-if.
    move currentLineNum to ledgerLineDisp.
    move xtTokStart to xtColDisp.
    move romanNumD to formattedNum.
    display "LINE " ledgerLineDisp " COL " xtColDisp "  " xtToken
        formattedNum.
    if report-is-open
        move spaces to reportRecord
        string "LINE " ledgerLineDisp " COL " xtColDisp "  "
            xtToken formattedNum delimited by size into reportRecord
        write reportRecord
        add 1 to reportLineCount
    end-if.
    if csv-is-open
        move spaces to csvRecord
        move 1 to csvPtr
        string ledgerLineDisp delimited by size
            "," delimited by size
            xtColDisp delimited by size
            "," delimited by size
            function trim(xtToken) delimited by size
            "," delimited by size
            function trim(formattedNum) delimited by size
            into csvRecord with pointer csvPtr
        perform writeCsvProcedure
    end-if.

*> Procedure to report one candidate skipped as an ordinary word,
*> with the rule that skipped it
printSkipProcedure.
    move currentLineNum to ledgerLineDisp.
    move xtTokStart to xtColDisp.
    display "LINE " ledgerLineDisp " COL " xtColDisp "  " xtToken
        "SKIPPED - " xtSkipReason.
    if report-is-open
        move spaces to reportRecord
        string "LINE " ledgerLineDisp " COL " xtColDisp "  "
            xtToken "SKIPPED - " xtSkipReason
            delimited by size into reportRecord
        write reportRecord
        add 1 to reportLineCount
    end-if.

*> Procedure to print the extraction run's own totals after the
*> shared control totals, console and report
extractTotalsProcedure.
    move totXtFound to formattedTotal.
    display "numeral tokens     : " formattedTotal.
    move totXtStop to formattedTotal.
    display "skipped stop word  : " formattedTotal.
    move totXtMixed to formattedTotal.
    display "skipped mixed case : " formattedTotal.
    move totXtNotNumeral to formattedTotal.
    display "skipped not numeral: " formattedTotal.
    if totXtUnrecorded is greater than zero
        move totXtUnrecorded to formattedTotal
        display "past 9th, no hist. : " formattedTotal
    end-if.
    if report-is-open
        move totXtFound to formattedTotal
        move spaces to reportRecord
        string "numeral tokens     : " formattedTotal
            delimited by size into reportRecord
        write reportRecord
        move totXtStop to formattedTotal
        move spaces to reportRecord
        string "skipped stop word  : " formattedTotal
            delimited by size into reportRecord
        write reportRecord
        move totXtMixed to formattedTotal
        move spaces to reportRecord
        string "skipped mixed case : " formattedTotal
            delimited by size into reportRecord
        write reportRecord
        move totXtNotNumeral to formattedTotal
        move spaces to reportRecord
        string "skipped not numeral: " formattedTotal
            delimited by size into reportRecord
        write reportRecord
        if totXtUnrecorded is greater than zero
            move totXtUnrecorded to formattedTotal
            move spaces to reportRecord
            string "past 9th, no hist. : " formattedTotal
                delimited by size into reportRecord
            write reportRecord
        end-if
    end-if.

*> Procedure to re-issue a whole transcription file in canonical
*> spelling for the archive - mode 5's round-trip applied file-wide.
*> Each record's numeral has its additive runs rewritten (so "iiii"
        display "Enter the filepath: "
        accept fileName
    end-if.
    perform fingerprintCheckProcedure.
    if duplicate-refused
        perform duplicateRefusedProcedure
    else
        perform canonFileRunProcedure
        perform registerFingerprintProcedure
    end-if.

*> Procedure to run the file proper, once its content has cleared
*> the duplicate-content check
canonFileRunProcedure.
    move zero to totRecordsRead.
    *> The shared control-total counters are zeroed too - a manifest
    *> folds all four into its grand totals after every entry, and a
        move spaces to dtrRomanStr
        move romanFracD to dtrFracIn
        call "dtoroman" using romanNumD, errorFlag, dtrRomanStr,
        dtrFracIn, standardStyle
        if errorFlag is equal to 1
            and function upper-case(inputArray) not equal to dtrRomanStr
            add 1 to totCanonChanged
*> result rendered back through dtoroman, so regnal-year and folio
*> sums no longer go through hand conversion and paper arithmetic
arithStdinProcedure.
    move zero to histLineNo.
    perform acceptStyleProcedure.
    display "Enter first roman numeral: ".
    accept arith-operand1.
    display "Enter operator (+ or -): ".
        display "Enter the filepath: "
        accept fileName
    end-if.
    perform fingerprintCheckProcedure.
    if duplicate-refused
        perform duplicateRefusedProcedure
    else
        perform arithFileRunProcedure
        perform registerFingerprintProcedure
    end-if.

*> Procedure to run the file proper, once its content has cleared
*> the duplicate-content check
arithFileRunProcedure.
    move zero to totRecordsRead.
    move zero to totRecordsConverted.
    move zero to totRecordsRejected.
        move spaces to dtrRomanStr
        move zero to dtrFracIn
        call "dtoroman" using decimalIn, errorFlag, dtrRomanStr,
        dtrFracIn, outputStyle
        if errorFlag is equal to 1
            move 1 to arithOk-switch
        else
    if not batch-mode
        display "Enter the filepath: "
        accept fileName
        perform acceptStyleProcedure
    end-if.
    perform fingerprintCheckProcedure.
    if duplicate-refused
        perform duplicateRefusedProcedure
    else
        perform mixedFileRunProcedure
        perform registerFingerprintProcedure
    end-if.

*> Procedure to run the file proper, once its content has cleared
*> the duplicate-content check
mixedFileRunProcedure.
    move zero to totRecordsRead.
    move zero to totRecordsConverted.
    move zero to totRecordsRejected.
*> Flags any mismatch against the original spelling - this catches
*> non-canonical numerals (like "IIII" for "IV") that convert to a
*> decimal value successfully but are not the form downstream
*> reports expect. The comparison is against the house style asked
*> for, and the styled rendering is then read back through conv -
*> with the scribal variant tolerance the additive and apothecary
*> styles need - to confirm it still carries the same value
validateProcedure.
    display "Enter a roman numeral to validate: ".
    accept inputArray.
    perform acceptStyleProcedure.
    move function lower-case(inputArray) to romanNumStr.
    perform validateNormalizeProcedure.
    call "conv" using romanNumStr, errorFlag, romanNumD,
        convErrPos, convErrChar, convErrSub, romanFracD.
    if (errorFlag is equal to 1) then
        move spaces to dtrRomanStr
        move romanFracD to dtrFracIn
        call "dtoroman" using romanNumD, errorFlag, dtrRomanStr,
        dtrFracIn, outputStyle
        if function upper-case(inputArray)
            is equal to function upper-case(dtrRomanStr)
            display inputArray, " round-trip OK - canonical form"
        else
            display inputArray, " round-trip MISMATCH - canonical form is ",
                dtrRomanStr
        end-if
        perform styleReadBackProcedure
    else
        display "Cannot round-trip - input is not a valid roman numeral"
    end-if.

*> Procedure to read the styled rendering back through conv and
*> confirm it decodes to the value it was rendered from
styleReadBackProcedure.
    move romanNumD to validValueD.
    move romanFracD to validFracD.
    move function lower-case(dtrRomanStr) to romanNumStr.
    perform validateNormalizeProcedure.
    call "conv" using romanNumStr, errorFlag, romanNumD,
        convErrPos, convErrChar, convErrSub, romanFracD.
    if errorFlag is equal to 1
        and romanNumD is equal to validValueD
        and romanFracD is equal to validFracD
        display dtrRomanStr, " reads back OK through conv"
    else
        display dtrRomanStr, " read-back MISMATCH through conv"
    end-if.

*> Procedure to apply the scribal variant normalization ahead of a
*> validation parse when the chosen style writes the variant forms -
*> an interactive check, so it stays out of the run's control totals
validateNormalizeProcedure.
    if outputStyle is equal to "A" or outputStyle is equal to "P"
        move totVariantNorm to savedVariantNorm
        perform variantNormalizeProcedure
        move savedVariantNorm to totVariantNorm
    end-if.

*> Procedure to run the maintained CONVTEST.TXT regression cases
*> through conv and report PASS/FAIL for each, so conv.cob's
*> behaviour can be re-verified after a change without re-keying
