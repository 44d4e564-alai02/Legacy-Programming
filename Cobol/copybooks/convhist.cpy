*> layout only has to change in one place.
*> One record per successful conversion, keyed on the source file
*> name, line number, and field number (zero for single-value records,
*> 1-6 for the fields of a delimited ledger record, 9 for a
*> decimal-tagged line of a mixed-direction file, whose numeral is the
*> rendering written out), so "what did line
*> 214 of the March bureau file convert to" is a keyed read instead of
*> a hunt through dated report generations.
01 histRecord.
