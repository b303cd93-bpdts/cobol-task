*> household-link-record - ties a dependent patron (a child's card)
*> to the guardian patron responsible for it, on the household
*> linkage file (HOUSEM).  keyed on hh-dependent-number - a
*> dependent has exactly one guardian - with an alternate index on
*> hh-guardian-number so a guardian's whole household can be read
*> back.  a household is one level deep: pmhhlink refuses a
*> guardian who is someone else's dependent, and a dependent who
*> is already someone's guardian.  the notice, hold pickup and
*> statement runs address a dependent's mail to the guardian, and
*> pmsuspnd can judge the fee threshold on the household total.
     01  household-link-record.
         10  hh-dependent-number         pic X(06).
         10  hh-guardian-number          pic X(06).
         10  hh-link-date                pic 9(08).
         10  hh-operator-id              pic X(08).
         10  filler                      pic X(12).
