*> loan-rule-record - the loan period for one material type
*> (B/P/V, as ir-material-type) at one privilege tier ("1"-"4", as
*> pr-privilege-status), on the loan-rules file (LOANRUL).  the
*> desk used to key cr-due-date by hand and the period varied by
*> clerk; pmloanps now computes the due date from this table at
*> checkout and renewal.  a rule with a blank tier is the default
*> for its material type, used for any tier without a rule of its
*> own.  the file is small and is loaded whole at start-up.
     01  loan-rule-record.
         10  lr-material-type            pic X(01).
         10  lr-privilege-status         pic X(01).
         10  lr-loan-days                pic 9(03).
         10  lr-description              pic X(20).
         10  filler                      pic X(15).
