             88  par-change-is-add               value "A".
             88  par-change-is-change            value "C".
             88  par-change-is-delete            value "D".
*> "M" - a duplicate-account merge (pmmerge): one entry for the
*> surviving patron, totals folded in, and one for the closed one.
             88  par-change-is-merge             value "M".
         10  par-audit-date               pic 9(08).
         10  par-audit-time               pic 9(08).
         10  par-job-name                 pic X(08).
         10  par-operator-id              pic X(08).
         10  par-before-image             pic X(168).
         10  par-after-image              pic X(168).
