*> window is dropped from the queue automatically.
     01  hold-record.
         10  hr-item-id                  pic X(08).
             88  hr-generation-control           values low-values
                                                         high-values.
         10  hr-queue-seq                pic 9(03).
         10  hr-patron-number            pic X(06).
         10  hr-request-date.
