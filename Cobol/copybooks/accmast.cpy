*> Shared record layout of the indexed collections accession master
*> ACCMAST.DAT, copied by every program that opens it - the converter
*> that enriches converted values from it and the maintenance program
*> that keeps it - so the layout only has to change in one place.
*> One record per accessioned decimal value, keyed on the value, so a
*> value can only ever carry one catalog reference and the enrichment
*> step reads it by key instead of loading the register into storage.
01 accRecord.
    05 acc-value     pic 9(8).
    05 acc-ref       pic x(15).
*> The operator who last added or changed the record, and the date -
*> stamped by the maintenance program on every update
    05 acc-operator  pic x(8).
    05 acc-stampdate pic 9(8).
