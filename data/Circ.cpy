*> posted, as the standing loan ledger (see PMLOANPS, PMRECON).
     01  circulation-record.
         10  cr-patron-number            pic X(06).
             88  cr-generation-control           values low-values
                                                         high-values.
         10  cr-item-id                  pic X(08).
         10  cr-checkout-date.
             15  cr-checkout-month       pic 9(02).
*> and count under their own unassigned heading.
         10  cr-branch-code              pic X(02).
*> cr-trans-code marks a renewal event on the daily feed: the desk
*> keys the loan key and pmloanps posts it onto the existing open
*> ledger row (the new due date comes from the loan rules, see
*> LoanRule.cpy; a keyed cr-due-date is used only where no rule
*> applies) - extending the due date
*> without touching pr-books-out - instead of the old fake
*> return-and-recheckout that double-counted the loan in pmarchiv
*> and let a renewal jump a waiting hold.  blank on checkouts and
