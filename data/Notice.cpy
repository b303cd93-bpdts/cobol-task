*> loan that has closed or left the ledger are dropped.
     01  notice-history-record.
         10  nh-patron-number            pic X(06).
             88  nh-generation-control           values low-values
                                                         high-values.
         10  nh-item-id                  pic X(08).
         10  nh-checkout-date            pic 9(08).
         10  nh-notice-type              pic X(01).
