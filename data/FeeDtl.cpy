*> the end-of-day drawer report (pmdrawer) can balance cash and
*> checks against the physical drawer per operator.  meaningful
*> only when fdr-detail-is-payment; assessments and waivers carry
*> a space, as do payments posted before the code existed.  money
*> remitted by the collection agency (pmagypay) posts under its
*> own tender - it never passed through a desk drawer.
         10  fdr-tender-code             pic X(01).
             88  fdr-tender-is-cash              value "C".
             88  fdr-tender-is-check             value "K".
             88  fdr-tender-is-card              value "D".
             88  fdr-tender-is-agency            value "A".
         10  filler                      pic X(02).
