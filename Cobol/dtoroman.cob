    05 filler pic x(6) value "0005V ".
    05 filler pic x(6) value "0004IV".
    05 filler pic x(6) value "0001I ".
*> The additive table for the clock-face and signage style - no
*> subtractive pairs at all, so 4 is "IIII" and 9 is "VIIII"
01 additiveValueList.
    05 filler pic x(6) value "1000M ".
    05 filler pic x(6) value "0500D ".
    05 filler pic x(6) value "0100C ".
    05 filler pic x(6) value "0050L ".
    05 filler pic x(6) value "0010X ".
    05 filler pic x(6) value "0005V ".
    05 filler pic x(6) value "0001I ".
*> The table the requested style renders from, loaded from one of the
*> two lists above on every call
01 workValueList pic x(78).
01 romanValueTable redefines workValueList.
    05 romanValueEntry occurs 13 times.
        10 rvWeight pic 9(4).
        10 rvSymbol pic x(2).
*> House-style support - the output style asked for, and the last
*> character written, for the apothecary terminal j
77 styleCode     pic x.
77 lastPos       pic 99.

*> Declare parameter types to match calling function
linkage section.
copy "romannum.cpy" replacing ==:FIELDNAME:== by ==romanNumStr==.
*> The fractional part to render, in twelfths (0-11)
77 fracTwelfths pic 99 usage is comp.
*> The house style to render in, so each consumer gets numerals the
*> way its destination prints them:
*>   space or S  standard - uppercase, strict subtractive ("XIV")
*>   A           additive, as on clock faces and signage ("XIIII")
*>   P           apothecary - lowercase, a final i written as j
*>               ("iij", "viij", "xiv")
*>   C           small capitals - lowercase throughout ("xiv")
*> Every style reads back to the same value through conv; the
*> additive and apothecary styles need the scribal variant
*> normalization to do so
77 romanStyle   pic x.

*> Subroutine to convert a decimal number to a roman numeral string
*> Values up to 3999 render in plain notation; 4000 through 3999999
*> render in bracketed vinculum notation; a fractional part in
*> twelfths renders as the "s"-and-dots tail. A whole value outside
*> the range (or zero with no fraction to carry it, or a fraction
*> past eleven twelfths) is rejected, as is a style not listed above
procedure division using decimalNum, errorFlag, romanNumStr,
    fracTwelfths, romanStyle.

    move spaces to romanNumStr.

    move function upper-case(romanStyle) to styleCode.
    evaluate styleCode
        when space
        when "S"
        when "P"
        when "C"
            move romanValueList to workValueList
        when "A"
            move additiveValueList to workValueList
        when other
            display "illegal output style for roman conversion"
            move 2 to errorFlag
            goback
    end-evaluate.

    if fracTwelfths is greater than 11
        display "illegal fraction for roman conversion"
        move 2 to errorFlag
        perform appendFractionTail
    end-if.

    if styleCode is equal to "P" or styleCode is equal to "C"
        move function lower-case(romanNumStr) to romanNumStr
    end-if.
    if styleCode is equal to "P"
        perform applyTerminalJ
    end-if.

    move 1 to errorFlag.
    goback.

*> Procedure to write the apothecary terminal j - a numeral whose last
*> character is an i ends in j instead ("iij", "viij"); a fraction
*> tail is the last thing written, so a numeral carrying one keeps
*> its i
applyTerminalJ.
    compute lastPos = outPos - 1.
    if lastPos is greater than zero
        and romanNumStr(lastPos:1) is equal to "i"
        move "j" to romanNumStr(lastPos:1)
    end-if.

*> Procedure to append the fraction tail - "s" for six twelfths,
*> then one dot per remaining uncia
appendFractionTail.
