*> generation-catalog-record - one line per standing file on the
*> generation catalog (GENCTL): the generation the next reader of
*> the file must find, who created it for which run date, and the
*> record count and hash total its trailer carries.  written only
*> by pmgenctl, when a new generation is closed (and first by the
*> one-time pmgencnv); the stream promotes the new file into place
*> before the next step reads it.
     01  generation-catalog-record.
         10  gk-file-name                pic X(07).
         10  gk-generation               pic 9(05).
         10  gk-created-by               pic X(08).
         10  gk-run-date                 pic 9(08).
         10  gk-record-count             pic 9(07).
         10  gk-hash-total               pic 9(09).
         10  gk-catalog-date             pic 9(08).
         10  gk-catalog-time             pic 9(08).
         10  filler                      pic X(20).
