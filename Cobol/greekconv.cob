*> Subroutine to convert a Greek numeral to its decimal equivalent
*> Called on the same pattern as conv - the numeral text, the result
*> flag, the value, and where and why a reject stopped the parse -
*> for the classics collection's inscriptions and papyri, which carry
*> both of the Greek numeral systems. The numerals arrive in the
*> ASCII transliteration agreed with the transcription team:
*>   Attic (acrophonic), written in capitals -
*>     I 1   P 5   D 10   H 100   X 1000   M 10000
*>     and the combined pente signs, the pente written first with the
*>     sign it encloses after it -
*>     PD 50   PH 500   PX 5000   PM 50000
*>     (a P followed by a higher sign can only be a combined sign,
*>     since a plain pente never stands before a higher value)
*>   Ionic (alphabetic), written in lower case after the Beta Code
*>   letters the team already keys Greek text in -
*>     units     a 1  b 2  g 3  d 4  e 5  v 6  z 7  h 8  q 9
*>     tens      i 10 k 20 l 30 m 40 n 50 c 60 o 70 p 80 j 90
*>     hundreds  r 100 s 200 t 300 u 400 f 500 x 600 y 700 w 800
*>               # 900
*>     v is the stigma (digamma), j the koppa and # the sampi; a
*>     comma before a units letter is the lower-left thousands sign
*>     (",b" is 2000) and an apostrophe is the keraia closing the
*>     numeral ("rkg'" is 123)
*> The ordering rules of each system are enforced:
*>   Attic - signs stand in descending order of value, I D H X M at
*>     most four times each, a pente or combined pente at most once
*>     (values 1-99999)
*>   Ionic - at most one letter for each of the thousands, hundreds,
*>     tens and units, in that order; the keraia must close the
*>     numeral, and may only be left off a bare thousands numeral
*>     (",a" for 1000) the way the scribes wrote it (values 1-9999)
identification division.
program-id. greekconv.
environment division.
input-output section.
data division.
file section.
*> Declare subroutines local variables
working-storage section.
*> Length of greekNumStr below must stay in step with every caller
77 greekMaxLen  pic 99 value 30.
77 indexVal     pic 99.
77 nextIndex    pic 99.
77 tokenLen     pic 9.
77 currChar     pic x(1).
77 nextChar     pic x(1).
77 currVal      pic 9(5).
77 lastVal      pic 9(5).
77 repeatCount  pic 9 value 0.
*> Switch telling the Attic parse the sign in hand is a pente or a
*> combined pente - those may never repeat
77 pente-switch pic 9 value 0.
    88 pente-sign value 1.
*> Rank of the Ionic letter in hand and the one before it - 4
*> thousands, 3 hundreds, 2 tens, 1 units; 5 before the first letter
77 currRank     pic 9.
77 lastRank     pic 9.
77 letterPos    pic 99.
77 letterDigit  pic 9.
*> Switch set when the Ionic parse has met the keraia
77 keraia-switch pic 9 value 0.
    88 keraia-seen value 1.
*> The Ionic letters in value order - units, tens, hundreds, nine of
*> each - so a letter's place in the list gives its rank and digit
01 ionicLetters pic x(27) value "abgdevzhqiklmncopjrstufxyw#".
*> Declare parameter types to match calling function
linkage section.
copy "romannum.cpy" replacing ==:FIELDNAME:== by ==greekNumStr==.
77 errorFlag    pic 9 usage is comp-3.
77 greekNumD    pic 9(8) usage is comp.
*> Where and why validation failed, for the exception record - the
*> character position that stopped the parse, the character found
*> there, and a sub-reason code:
*>   0 no detail (clean conversion, or an illegal character)
*>   1 sign repeated more than four times
*>   2 pente repeated, or a second letter of the same rank
*>   3 sign out of order
*>   4 no numeral
*>   5 bad thousands sign
*>   6 bad keraia
77 errPos       pic 99.
77 errChar      pic x.
77 errSub       pic 9.
*> The system to read the numeral in - A Attic, I Ionic, or space to
*> tell it from the first character (a capital Attic sign is Attic,
*> anything else is read as Ionic); handed back holding the system
*> the numeral was read in
77 greekSystem  pic x.

*> Subroutine to convert a Greek numeral string to decimal number
*> Chooses the system and converts each sign under its rules
procedure division using greekNumStr, errorFlag, greekNumD,
    errPos, errChar, errSub, greekSystem.

    move zero to greekNumD.
    move zero to errPos.
    move space to errChar.
    move zero to errSub.
    if greekSystem is not equal to "A" and greekSystem is not equal to "I"
        if greekNumStr(1:1) is equal to "I" or "P" or "D" or "H" or "X" or "M"
            move "A" to greekSystem
        else
            move "I" to greekSystem
        end-if
    end-if.
    move 1 to indexVal.
    if greekSystem is equal to "A"
        move 99999 to lastVal
        move zero to repeatCount
        perform atticSignProcedure until indexVal is greater than greekMaxLen
            or greekNumStr(indexVal:1) is equal to " "
    else
        move 5 to lastRank
        move zero to keraia-switch
        perform ionicLetterProcedure until indexVal is greater than greekMaxLen
            or greekNumStr(indexVal:1) is equal to " "
            or keraia-seen
        perform ionicCloseProcedure
    end-if.
    if greekNumD is equal to zero
        display "illegal greek numeral - no numeral"
        move 3 to errorFlag
        move indexVal to errPos
        move space to errChar
        if indexVal is not greater than greekMaxLen
            move greekNumStr(indexVal:1) to errChar
        end-if
        move 4 to errSub
        goback
    end-if.

    move 1 to errorFlag.
    goback.

*> Procedure to add one Attic sign to the decimal value - a P with a
*> higher sign after it is taken as the combined pente of that sign
atticSignProcedure.
    move greekNumStr(indexVal:1) to currChar.
    move space to nextChar.
    if indexVal is less than greekMaxLen
        compute nextIndex = indexVal + 1
        move greekNumStr(nextIndex:1) to nextChar
    end-if.
    move 1 to tokenLen.
    move zero to pente-switch.
    evaluate currChar
        when 'I' move 1 to currVal
        when 'P'
            move 1 to pente-switch
            evaluate nextChar
                when 'D' move 50 to currVal
                         move 2 to tokenLen
                when 'H' move 500 to currVal
                         move 2 to tokenLen
                when 'X' move 5000 to currVal
                         move 2 to tokenLen
                when 'M' move 50000 to currVal
                         move 2 to tokenLen
                when other move 5 to currVal
            end-evaluate
        when 'D' move 10 to currVal
        when 'H' move 100 to currVal
        when 'X' move 1000 to currVal
        when 'M' move 10000 to currVal
        when other
            display "illegal greek numeral"
            move 2 to errorFlag
            move indexVal to errPos
            move currChar to errChar
            goback
    end-evaluate.

    *> Signs must never rise in value - a higher sign after a lower
    *> one is out of order
    if currVal is greater than lastVal
        display "illegal greek numeral - sign out of order"
        move 3 to errorFlag
        move indexVal to errPos
        move currChar to errChar
        move 3 to errSub
        goback
    end-if.
    if currVal is equal to lastVal
        if pente-sign
            display "illegal greek numeral - pente repeated"
            move 3 to errorFlag
            move indexVal to errPos
            move currChar to errChar
            move 2 to errSub
            goback
        end-if
        add 1 to repeatCount
        if repeatCount is greater than 4
            display "illegal greek numeral - too many repeated signs"
            move 3 to errorFlag
            move indexVal to errPos
            move currChar to errChar
            move 1 to errSub
            goback
        end-if
    else
        move 1 to repeatCount
    end-if.

    add currVal to greekNumD.
    move currVal to lastVal.
    add tokenLen to indexVal.

*> Procedure to add one Ionic letter (or thousands-signed letter) to
*> the decimal value, or to take the keraia that closes the numeral
ionicLetterProcedure.
    move greekNumStr(indexVal:1) to currChar.
    if currChar is equal to "'"
        move 1 to keraia-switch
        add 1 to indexVal
    else
        move 1 to tokenLen
        if currChar is equal to ","
            *> The thousands sign belongs to the units letter after it
            move space to nextChar
            if indexVal is less than greekMaxLen
                compute nextIndex = indexVal + 1
                move greekNumStr(nextIndex:1) to nextChar
            end-if
            move nextChar to currChar
            perform findLetterProcedure
            if letterPos is equal to zero or letterPos is greater than 9
                display "illegal greek numeral - bad thousands sign"
                move 3 to errorFlag
                move indexVal to errPos
                move "," to errChar
                move 5 to errSub
                goback
            end-if
            move 4 to currRank
            compute currVal = letterPos * 1000
            move 2 to tokenLen
            move "," to currChar
        else
            perform findLetterProcedure
            if letterPos is equal to zero
                display "illegal greek numeral"
                move 2 to errorFlag
                move indexVal to errPos
                move currChar to errChar
                goback
            end-if
            perform letterValueProcedure
        end-if
        if currRank is equal to lastRank
            display "illegal greek numeral - rank repeated"
            move 3 to errorFlag
            move indexVal to errPos
            move currChar to errChar
            move 2 to errSub
            goback
        end-if
        if currRank is greater than lastRank
            display "illegal greek numeral - letter out of order"
            move 3 to errorFlag
            move indexVal to errPos
            move currChar to errChar
            move 3 to errSub
            goback
        end-if
        add currVal to greekNumD
        move currRank to lastRank
        add tokenLen to indexVal
    end-if.

*> Procedure to find the letter in hand in the Ionic letter list -
*> leaves letterPos zero when it isn't a numeral letter
findLetterProcedure.
    move zero to letterPos.
    move 1 to nextIndex.
    perform scanLetterProcedure until nextIndex is greater than 27
        or letterPos is greater than zero.

*> Procedure to test one entry of the Ionic letter list
scanLetterProcedure.
    if ionicLetters(nextIndex:1) is equal to currChar
        move nextIndex to letterPos
    end-if.
    add 1 to nextIndex.

*> Procedure to turn the letter's place in the list into its rank
*> and value
letterValueProcedure.
    evaluate true
        when letterPos is less than 10
            move 1 to currRank
            move letterPos to currVal
        when letterPos is less than 19
            move 2 to currRank
            compute letterDigit = letterPos - 9
            compute currVal = letterDigit * 10
        when other
            move 3 to currRank
            compute letterDigit = letterPos - 18
            compute currVal = letterDigit * 100
    end-evaluate.

*> Procedure to check the keraia closes the Ionic numeral - nothing
*> may follow it, and only a bare thousands numeral may go without
ionicCloseProcedure.
    if greekNumD is equal to zero
        continue
    else
        if keraia-seen
            if indexVal is not greater than greekMaxLen
                and greekNumStr(indexVal:1) is not equal to " "
                display "illegal greek numeral - bad keraia"
                move 3 to errorFlag
                move indexVal to errPos
                move greekNumStr(indexVal:1) to errChar
                move 6 to errSub
                goback
            end-if
        else
            if lastRank is not equal to 4
                display "illegal greek numeral - keraia missing"
                move 3 to errorFlag
                move indexVal to errPos
                move space to errChar
                move 6 to errSub
                goback
            end-if
        end-if
    end-if.
