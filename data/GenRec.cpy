*> generation-control-record - the header and trailer every
*> standing file (PATRONM, CIRCM, HOLDM, NOTHIST, ITEMM) carries
*> around its data records, so a step run against the wrong
*> generation - last night's master instead of the one the step
*> before it wrote, or a ledger another run has already rewritten -
*> stops before it updates anything.  the header is the first
*> record of the file, its key all LOW-VALUES; the trailer is the
*> last, its key all HIGH-VALUES, so both stay at the ends of an
*> indexed file and of any sort on the key.  the header names the
*> generation, the program that created it and the run date it was
*> created for; the trailer repeats the generation and carries the
*> count of data records and a hash total over them (the patron
*> number on the patron master, the loan ledger and the notice
*> history, the requesting patron on the hold queue, the
*> replacement cost in cents on the item master).  pmgenctl builds
*> and proves both against the generation catalog (GenCat.cpy);
*> each file's own layout carries a condition name on its key
*> (pr-generation-control and the like) so a reader can step over
*> them.  the record is thirty-six characters - the shortest
*> standing record, the notice history - and is written from here
*> into whichever file it belongs to.
     01  generation-control-record.
         10  gc-control-key              pic X(08).
             88  gc-header-key                   value low-values.
             88  gc-trailer-key                  value high-values.
         10  gc-file-name                pic X(07).
         10  gc-generation               pic 9(05).
         10  gc-header-fields.
             15  gc-created-by           pic X(08).
             15  gc-run-date             pic 9(08).
         10  gc-trailer-fields redefines gc-header-fields.
             15  gc-record-count         pic 9(07).
             15  gc-hash-total           pic 9(09).
