*> 2026-08-28 rd    expand the patron record for the card
*>                  expiration date (see pmexpcnv for the
*>                  one-time file conversion).
*> 2026-10-15 rd    flag a lost item the shelf inventory (pminvrec)
*>                  has also marked missing, so the desk can see
*>                  the patron is being billed for a copy the
*>                  collection had already written off.
*> 2026-10-15 rd    prove the CIRCM, PATRONM and ITEMM generations
*>                  against the generation catalog (pmgenctl)
*>                  before the conversion, and stamp the new
*>                  ledger's and master's headers and trailers.
*> ---------------------------------------------------------------
identification division.
program-id.    pmlostcv.
    copy Patron.
fd  new-master-file
    label records are standard.
01  new-master-record               pic X(168).
*> new-master-key-fields exposes, by position only, the same two
*> key fields patron-record carries (pr-patron-number and
*> pr-name-zip-key) so the indexed file's own record description
    05  nmk-patron-number           pic X(06).
    05  filler                      pic X(10).
    05  nmk-name-zip-key            pic X(22).
    05  filler                      pic X(130).
fd  item-file
    label records are standard.
    copy Item.
01  lc-operator-id                  pic X(08).
01  lc-audit-date                   pic 9(08).
01  lc-audit-time                   pic 9(08).
01  lc-before-image                 pic X(168).
01  lc-ledger-patron                pic X(06).
01  lc-run-day-number               pic 9(07).
01  lc-due-day-number               pic 9(07).
    05  filler                      pic X(10) value "ITEM".
    05  filler                      pic X(32) value "TITLE".
    05  filler                      pic X(11) value "REPLACEMENT".
    05  filler                      pic X(08) value " SHELF".
01  lc-detail-line.
    05  dl-patron-number            pic X(14).
    05  dl-item-id                  pic X(10).
    05  dl-title                    pic X(30).
    05  filler                      pic X(02)  value spaces.
    05  dl-cost                     pic ZZ9.99.
    05  filler                      pic X(06)  value spaces.
    05  dl-shelf-status             pic X(07).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
    perform 8000-date-to-days
        thru 8000-exit.
    move lc-cnv-day-number to lc-run-day-number.
    move "PMLOSTCV" to gq-program-name.
    compute gq-run-date =
        lc-run-year * 10000 + lc-run-month * 100 + lc-run-day.
    move "CIRCM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "ITEMM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open input  ledger-file
                old-master-file
                item-file
                report-file
                audit-file
         extend fee-detail-file.
    move "CIRCM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-ledger-record from generation-control-record.
    move "PATRONM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    compute hd-run-date =
        lc-run-year * 10000 + lc-run-month * 100 + lc-run-day.
    write report-line from lc-heading-1.
        at end
            set lc-master-eof to true
            move high-values to pr-patron-number
            go to 2100-exit
    end-read.
    if pr-generation-control
        go to 2100-read-master
    end-if.
    add 1 to lc-master-read-ct.
2100-exit.
    exit.

        at end
            set lc-ledger-eof to true
            move high-values to lc-ledger-patron
            go to 2200-exit
    end-read.
    if cr-generation-control
        go to 2200-read-ledger
    end-if.
    add 1 to lc-ledger-read-ct.
    move cr-patron-number to lc-ledger-patron.
2200-exit.
    exit.

2400-next.
    move circulation-record to new-ledger-record.
    write new-ledger-record.
    move "CIRCM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-ledger-record.
    add 1 to lc-ledger-write-ct.
    perform 2200-read-ledger
        thru 2200-exit.
    if lc-item-found
        move ir-replacement-cost to lc-loan-cost
        move ir-title to dl-title
        if ir-item-is-missing
            move "MISSING" to dl-shelf-status
        end-if
    else
        move lc-default-cost to lc-loan-cost
    end-if.
            write error-record
            go to 2700-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to lc-master-write-ct.
2700-exit.
    exit.
    add 1 to lc-orphan-ct.
    move circulation-record to new-ledger-record.
    write new-ledger-record.
    move "CIRCM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-ledger-record.
    add 1 to lc-ledger-write-ct.
    perform 2200-read-ledger
        thru 2200-exit.
8100-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is converted.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMLOSTCV - " gq-message
        display "PMLOSTCV - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    move "CIRCM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-ledger-record from generation-control-record.
    move "PATRONM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    close ledger-file
          old-master-file
          item-file
          report-file
          audit-file
          fee-detail-file.
    move "CIRCM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "PATRONM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    display "PMLOSTCV - MASTER RECORDS READ : " lc-master-read-ct.
    display "PMLOSTCV - LEDGER RECORDS READ : " lc-ledger-read-ct.
    display "PMLOSTCV - LOANS DECLARED LOST : " lc-lost-ct.
