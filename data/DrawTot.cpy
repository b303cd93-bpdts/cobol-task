*> drawer-total-record - the day's payment and waiver totals as
*> pmdrawer reported them, one line per pmdrawer run appended to
*> the drawer totals file (DRAWTOT).  the general ledger journal
*> (pmgljrnl) proves its payments against the latest line for its
*> date, so finance books exactly what the desk balanced.  the
*> tender split follows pmdrawer's columns: OTHER is payment
*> detail with no tender code, and agency remittances never sat in
*> a drawer.
     01  drawer-total-record.
         10  dt-run-date                 pic 9(08).
         10  dt-run-time                 pic 9(08).
         10  dt-cash-amt                 pic 9(07)V99.
         10  dt-check-amt                pic 9(07)V99.
         10  dt-card-amt                 pic 9(07)V99.
         10  dt-other-amt                pic 9(07)V99.
         10  dt-agency-amt               pic 9(07)V99.
         10  dt-waiver-amt               pic 9(07)V99.
         10  filler                      pic X(10).
