*> generation-request - the call to pmgenctl, the generation
*> control routine for the standing files (see GenRec.cpy):
*>   "V" prove the standing file gq-file-name is the generation
*>       the catalog expects, header to trailer, before the run
*>       touches anything; gq-generation comes back;
*>   "H" start the next generation of gq-file-name: the header is
*>       built in the record passed, for the caller to write first;
*>   "A" count the data record passed, just written to that new
*>       generation, into its trailer;
*>   "T" build the trailer in the record passed, for the caller to
*>       write last;
*>   "C" after the new generation is closed, record it on the
*>       catalog as the one the next reader must find.
*> gq-program-name and gq-run-date name the caller and its run date
*> (for H, zero takes the day's date; for V, zero skips the
*> run-date check - report-only readers).  a nightly posting run
*> that must not post the same date twice sets gq-once-per-date,
*> and V then refuses a file it already produced for that date.
*> gq-request-failed comes back with the reason in gq-message; the
*> caller abandons the run.
     01  generation-request.
         10  gq-function                 pic X(01).
             88  gq-verify-file                  value "V".
             88  gq-start-generation             value "H".
             88  gq-count-record                 value "A".
             88  gq-end-generation               value "T".
             88  gq-catalog-generation           value "C".
         10  gq-file-name                pic X(07).
         10  gq-program-name             pic X(08).
         10  gq-run-date                 pic 9(08).
         10  gq-generation               pic 9(05).
         10  gq-result-sw                pic X(01).
             88  gq-request-ok                   value "Y".
             88  gq-request-failed               value "N".
         10  gq-message                  pic X(60).
         10  gq-once-per-date-sw         pic X(01).
             88  gq-once-per-date                value "Y".
