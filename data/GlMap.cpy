*> gl-map-record - one row of the general ledger account mapping
*> file (GLMAP): the debit and credit accounts pmgljrnl journals a
*> day's fee detail to, for one kind of fee detail line.  finance
*> maintains the file; no account number is written into a
*> program.  a row is keyed on
*>   gm-detail-type   - "A" assessment, "P" payment, "W" waiver,
*>                      as fdr-detail-type;
*>   gm-reason-code   - as fdr-reason-code (OVD, RPL, ADJ, BAL, ...);
*>                      blank is the default for the detail type;
*>   gm-tender-code   - as fdr-tender-code, payments only; blank on
*>                      an assessment or waiver row, and on the row
*>                      for payments posted before tender existed;
*>   gm-branch-code   - the patron's home branch; blank is the row
*>                      for every branch without one of its own.
*> the most particular row wins: branch and reason, then reason for
*> any branch, then branch with the default reason, then the
*> default for any branch.  gm-journal-sw "N" keeps a kind of line
*> off the journal altogether - BAL, the balance pmfeearc carries
*> forward in place of rolled-off detail, is not new revenue - and
*> the run lists what it left off.
     01  gl-map-record.
         10  gm-detail-type              pic X(01).
         10  gm-reason-code              pic X(03).
         10  gm-tender-code              pic X(01).
         10  gm-branch-code              pic X(02).
         10  gm-debit-account            pic X(12).
         10  gm-credit-account           pic X(12).
         10  gm-journal-sw               pic X(01).
             88  gm-not-journalled               value "N".
         10  gm-description              pic X(20).
         10  filler                      pic X(08).
