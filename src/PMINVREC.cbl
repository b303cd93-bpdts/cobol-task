*> ---------------------------------------------------------------
*> pminvrec - shelf inventory scan reconciliation
*>
*> once a year each branch walks its stacks with a hand scanner
*> and the scan file (INVSCAN, one item id per line) comes back to
*> us.  this run proves the scan against the item master (ITEMM,
*> item-record, Item.cpy) and the open loans on the standing loan
*> ledger (CIRCM, Circ.cpy) and lists three things for the branch:
*>   - missing: an item whose ir-home-branch is the branch being
*>     inventoried that was neither scanned on the shelf nor out on
*>     an open loan.  the item is marked missing on the new master
*>     generation (ir-inventory-status), so pmholdps stops queuing
*>     holds for it and pmlostcv can see the copy is gone;
*>   - missed check-ins: an item scanned on the shelf that the
*>     ledger still shows as an open (or lost) loan - the desk
*>     never posted the return, and the patron is still being
*>     charged for it;
*>   - unknown barcodes: an item id scanned that is not on the
*>     item master at all.
*> an item previously marked missing that is scanned, or that is
*> found out on an open loan, has the mark taken off again,
*> whichever branch it turns up at.  a blank branch code on the
*> parameter card inventories the whole collection at once (the
*> branches' scan files concatenated), which is also the only run
*> that judges an item with no home branch on file.
*>
*> the scan file and the open loans are each sorted into item id
*> order and matched against the item master in one balanced-line
*> pass, the same shape as pmholdps's three-way merge; a new item
*> master generation (ITEMMN) is cut as the pass goes, the same as
*> pmitmnt.  the three lists are released to a report sort and
*> printed section by section.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> 2026-10-15 rd    prove the ITEMM and CIRCM generations against
*>                  the generation catalog (pmgenctl) before the
*>                  reconciliation, and stamp the new item master's
*>                  header and trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pminvrec.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select parm-file
        assign to "INVRECP"
        organization is line sequential.
    select scan-file
        assign to "INVSCAN"
        organization is line sequential.
    select sort-scan-work
        assign to "SORTWK1".
    select sorted-scan-file
        assign to "INVSCANS"
        organization is line sequential.
    select ledger-file
        assign to "CIRCM"
        organization is line sequential.
    select sort-loan-work
        assign to "SORTWK2".
    select sorted-loan-file
        assign to "INVLOANS"
        organization is line sequential.
    select old-master-file
        assign to "ITEMM"
        organization is indexed
        access mode is sequential
        record key is ir-item-id.
    select new-master-file
        assign to "ITEMMN"
        organization is indexed
        access mode is sequential
        record key is imk-item-id.
    select sort-report-work
        assign to "SORTWK3".
    select report-file
        assign to "INVRPT"
        organization is line sequential.
    select error-file
        assign to "INVRECE"
        organization is line sequential.
    select optional control-file
        assign to "CTLTOT"
        organization is line sequential.

data division.
file section.
fd  parm-file
    label records are standard.
01  parm-record.
    05  pp-run-date.
        10  pp-run-year             pic 9(04).
        10  pp-run-month            pic 9(02).
        10  pp-run-day              pic 9(02).
    05  pp-branch-code              pic X(02).
    05  pp-job-name                 pic X(08).
    05  pp-operator-id              pic X(08).
    05  filler                      pic X(54).
fd  scan-file
    label records are standard.
01  scan-record.
    05  sc-item-id                  pic X(08).
    05  filler                      pic X(72).
sd  sort-scan-work.
01  sort-scan-record.
    05  ss-item-id                  pic X(08).
    05  filler                      pic X(72).
fd  sorted-scan-file
    label records are standard.
01  sorted-scan-record.
    05  sd-item-id                  pic X(08).
    05  filler                      pic X(72).
fd  ledger-file
    label records are standard.
    copy Circ.
*> only the open loans are released to the loan sort, and only
*> the fields the report needs.
sd  sort-loan-work.
01  sort-loan-record.
    05  sl-item-id                  pic X(08).
    05  sl-patron-number            pic X(06).
    05  sl-due-date                 pic X(08).
    05  sl-loan-status              pic X(01).
    05  sl-branch-code              pic X(02).
fd  sorted-loan-file
    label records are standard.
01  sorted-loan-record.
    05  ol-item-id                  pic X(08).
    05  ol-patron-number            pic X(06).
    05  ol-due-date.
        10  ol-due-month            pic 9(02).
        10  ol-due-day              pic 9(02).
        10  ol-due-year             pic 9(04).
    05  ol-loan-status              pic X(01).
        88  ol-loan-is-lost                 value "L".
    05  ol-branch-code              pic X(02).
fd  old-master-file
    label records are standard.
    copy Item.
fd  new-master-file
    label records are standard.
01  new-master-record               pic X(68).
*> new-master-key-fields exposes, by position only, the key that
*> item-record carries, so file-control can name it without
*> re-declaring every ir- field under this file (see pmitmnt).
01  new-master-key-fields redefines new-master-record.
    05  imk-item-id                 pic X(08).
    05  filler                      pic X(60).
*> one entry per line of the three lists; rs-section orders the
*> lists on the report, item id within each.
sd  sort-report-work.
01  sort-report-record.
    05  rs-section                  pic X(01).
        88  rs-missing                      value "1".
        88  rs-missed-checkin               value "2".
        88  rs-unknown-barcode              value "3".
    05  rs-item-id                  pic X(08).
    05  rs-title                    pic X(30).
    05  rs-author                   pic X(20).
    05  rs-cost                     pic 9(03)v99.
    05  rs-patron-number            pic X(06).
    05  rs-due-date.
        10  rs-due-month            pic 9(02).
        10  rs-due-day              pic 9(02).
        10  rs-due-year             pic 9(04).
    05  rs-note                     pic X(10).
fd  report-file
    label records are standard.
01  report-line                     pic X(100).
fd  error-file
    label records are standard.
01  error-record.
    05  ie-item-id                  pic X(08).
    05  filler                      pic X(02).
    05  ie-reason                   pic X(40).
fd  control-file
    label records are standard.
    copy CtlTot.

working-storage section.
*> --- work areas - shelf inventory reconciliation ---
01  iv-switches.
    05  iv-master-eof-sw            pic X(01)  value "N".
        88  iv-master-eof                   value "Y".
    05  iv-scan-eof-sw              pic X(01)  value "N".
        88  iv-scan-eof                     value "Y".
    05  iv-loan-eof-sw              pic X(01)  value "N".
        88  iv-loan-eof                     value "Y".
    05  iv-ledger-eof-sw            pic X(01)  value "N".
        88  iv-ledger-eof                   value "Y".
    05  iv-report-eof-sw            pic X(01)  value "N".
        88  iv-report-eof                   value "Y".
    05  iv-on-master-sw             pic X(01)  value "N".
        88  iv-on-master                    value "Y".
    05  iv-scanned-sw               pic X(01)  value "N".
        88  iv-scanned                      value "Y".
    05  iv-in-scope-sw              pic X(01)  value "N".
        88  iv-in-scope                     value "Y".
01  iv-counters                     comp.
    05  iv-master-read-ct           pic 9(07)  value zero.
    05  iv-master-write-ct          pic 9(07)  value zero.
    05  iv-scan-read-ct             pic 9(07)  value zero.
    05  iv-duplicate-scan-ct        pic 9(07)  value zero.
    05  iv-ledger-read-ct           pic 9(07)  value zero.
    05  iv-open-loan-ct             pic 9(07)  value zero.
    05  iv-in-scope-ct              pic 9(07)  value zero.
    05  iv-missing-ct               pic 9(07)  value zero.
    05  iv-newly-missing-ct         pic 9(07)  value zero.
    05  iv-found-ct                 pic 9(07)  value zero.
    05  iv-checkin-ct               pic 9(07)  value zero.
    05  iv-unknown-ct               pic 9(07)  value zero.
    05  iv-item-loan-ct             pic 9(03)  value zero.
01  iv-run-date                     pic 9(08).
01  iv-branch-code                  pic X(02).
01  iv-job-name                     pic X(08).
01  iv-operator-id                  pic X(08).
01  iv-audit-time                   pic 9(08).
01  iv-master-item                  pic X(08).
01  iv-scan-item                    pic X(08).
01  iv-loan-item                    pic X(08).
01  iv-current-item                 pic X(08).
01  iv-control-section              pic X(01)  value low-values.
01  iv-section-ct                   pic 9(05)  value zero.
01  iv-section-cost                 pic 9(07)v99 value zero.

01  iv-heading-1.
    05  filler                      pic X(35) value
        "SHELF INVENTORY RECONCILIATION FOR ".
    05  hd-run-date                 pic 9(08).
    05  filler                      pic X(10) value "  BRANCH ".
    05  hd-branch-code              pic X(03).
01  iv-missing-heading.
    05  filler                      pic X(50) value
        "ITEMS MISSING - NOT SCANNED AND NOT ON LOAN".
01  iv-missing-heading-2.
    05  filler                      pic X(10) value "ITEM".
    05  filler                      pic X(32) value "TITLE".
    05  filler                      pic X(22) value "AUTHOR".
    05  filler                      pic X(12) value "REPLACEMENT".
    05  filler                      pic X(10) value "STATUS".
01  iv-checkin-heading.
    05  filler                      pic X(50) value
        "SCANNED ON SHELF - LEDGER SHOWS AN OPEN LOAN".
01  iv-checkin-heading-2.
    05  filler                      pic X(10) value "ITEM".
    05  filler                      pic X(32) value "TITLE".
    05  filler                      pic X(08) value "PATRON".
    05  filler                      pic X(12) value "DUE DATE".
    05  filler                      pic X(10) value "LOAN".
01  iv-unknown-heading.
    05  filler                      pic X(50) value
        "SCANNED BARCODES NOT ON THE ITEM MASTER".
01  iv-missing-line.
    05  ml-item-id                  pic X(10).
    05  ml-title                    pic X(32).
    05  ml-author                   pic X(22).
    05  ml-cost                     pic ZZ9.99.
    05  filler                      pic X(06)  value spaces.
    05  ml-note                     pic X(10).
01  iv-checkin-line.
    05  cl-item-id                  pic X(10).
    05  cl-title                    pic X(32).
    05  cl-patron-number            pic X(08).
    05  cl-due-date                 pic X(12).
    05  cl-note                     pic X(10).
01  iv-unknown-line.
    05  ul-item-id                  pic X(10).
    05  ul-note                     pic X(40).
01  iv-section-total-line.
    05  filler                      pic X(10) value spaces.
    05  st-label                    pic X(24).
    05  st-count                    pic ZZ,ZZ9.
    05  filler                      pic X(04) value spaces.
    05  st-cost-label               pic X(20).
    05  st-cost                     pic Z,ZZZ,ZZ9.99.
01  iv-blank-line                   pic X(01)  value space.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 0000-main-line
*> ---------------------------------------------------------------
0000-main-line.
    perform 1000-initialize
        thru 1000-exit.
    perform 2000-sort-scans
        thru 2000-exit.
    perform 2500-sort-open-loans
        thru 2500-exit.
    perform 3000-reconcile
        thru 3000-exit.
    perform 9000-terminate
        thru 9000-exit.
    stop run.

*> ---------------------------------------------------------------
*> 1000-initialize - read the run date and the branch being
*> inventoried from the parameter card.
*> ---------------------------------------------------------------
1000-initialize.
    open input parm-file.
    read parm-file
        at end
            move zero to pp-run-date
            move spaces to pp-branch-code
                           pp-job-name
                           pp-operator-id
    end-read.
    close parm-file.
    if pp-run-month < 1 or pp-run-month > 12
            or pp-run-day < 1 or pp-run-day > 31
            or pp-run-year < 1900
        display "PMINVREC - INVALID RUN DATE ON PARAMETER CARD"
        move 8 to return-code
        stop run
    end-if.
    move pp-run-date to iv-run-date.
    move pp-branch-code to iv-branch-code.
    move pp-job-name to iv-job-name.
    move pp-operator-id to iv-operator-id.
    accept iv-audit-time from time.
    move "PMINVREC" to gq-program-name.
    move iv-run-date to gq-run-date.
    move "ITEMM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "CIRCM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-sort-scans - the scanner writes item ids in shelf order;
*> sequence them by item id to match the master.
*> ---------------------------------------------------------------
2000-sort-scans.
    sort sort-scan-work
        on ascending key ss-item-id
        using scan-file
        giving sorted-scan-file.
2000-exit.
    exit.

*> ---------------------------------------------------------------
*> 2500-sort-open-loans - pull the open loans off the ledger, which
*> is in patron order, and sequence them by item id.
*> ---------------------------------------------------------------
2500-sort-open-loans.
    sort sort-loan-work
        on ascending key sl-item-id
        input procedure is 2600-select-open-loans
        giving sorted-loan-file.
2500-exit.
    exit.

2600-select-open-loans.
    open input ledger-file.
    perform 2610-read-ledger
        thru 2610-exit.
    perform 2620-select-one-loan
        thru 2620-exit
        until iv-ledger-eof.
    close ledger-file.
2600-exit.
    exit.

2610-read-ledger.
    read ledger-file
        at end
            set iv-ledger-eof to true
            go to 2610-exit
    end-read.
    if cr-generation-control
        go to 2610-read-ledger
    end-if.
    add 1 to iv-ledger-read-ct.
2610-exit.
    exit.

*> ---------------------------------------------------------------
*> 2620-select-one-loan - a lost loan still has no return date and
*> is released with the open ones: the item is with the patron as
*> far as anyone knows, so it is not missing from the shelf, and
*> if it is scanned there the desk should post the return (which
*> reverses the replacement charge).
*> ---------------------------------------------------------------
2620-select-one-loan.
    if cr-loan-is-open
        move cr-item-id to sl-item-id
        move cr-patron-number to sl-patron-number
        move cr-due-date to sl-due-date
        move cr-loan-status to sl-loan-status
        move cr-branch-code to sl-branch-code
        release sort-loan-record
        add 1 to iv-open-loan-ct
    end-if.
    perform 2610-read-ledger
        thru 2610-exit.
2620-exit.
    exit.

*> ---------------------------------------------------------------
*> 3000-reconcile - the match pass is the input procedure of the
*> report sort, so the three lists come out of one pass over the
*> files already grouped for printing.
*> ---------------------------------------------------------------
3000-reconcile.
    open input  sorted-scan-file
                sorted-loan-file
                old-master-file
         output new-master-file
                report-file
                error-file.
    move "ITEMM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    sort sort-report-work
        on ascending key rs-section
                         rs-item-id
        input procedure is 3100-match-files
        output procedure is 4000-print-report.
    move "ITEMM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    close sorted-scan-file
          sorted-loan-file
          old-master-file
          new-master-file
          report-file
          error-file.
    move "ITEMM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
3000-exit.
    exit.

3100-match-files.
    perform 3110-read-master
        thru 3110-exit.
    perform 3120-read-scan
        thru 3120-exit.
    perform 3130-read-loan
        thru 3130-exit.
    perform 3200-process-one-item
        thru 3200-exit
        until iv-master-eof and iv-scan-eof and iv-loan-eof.
3100-exit.
    exit.

3110-read-master.
    read old-master-file
        at end
            set iv-master-eof to true
            move high-values to iv-master-item
            go to 3110-exit
    end-read.
    if ir-generation-control
        go to 3110-read-master
    end-if.
    add 1 to iv-master-read-ct.
    move ir-item-id to iv-master-item.
3110-exit.
    exit.

*> a blank scan line (the scanner's end-of-aisle mark) is skipped.
3120-read-scan.
    read sorted-scan-file
        at end
            set iv-scan-eof to true
            move high-values to iv-scan-item
            go to 3120-exit
        not at end
            add 1 to iv-scan-read-ct
            move sd-item-id to iv-scan-item
    end-read.
    if iv-scan-item = spaces
        subtract 1 from iv-scan-read-ct
        go to 3120-read-scan
    end-if.
3120-exit.
    exit.

3130-read-loan.
    read sorted-loan-file
        at end
            set iv-loan-eof to true
            move high-values to iv-loan-item
        not at end
            move ol-item-id to iv-loan-item
    end-read.
3130-exit.
    exit.

*> ---------------------------------------------------------------
*> 3200-process-one-item - the current item is the lowest key on
*> any of the three streams.
*> ---------------------------------------------------------------
3200-process-one-item.
    move iv-master-item to iv-current-item.
    if iv-scan-item < iv-current-item
        move iv-scan-item to iv-current-item
    end-if.
    if iv-loan-item < iv-current-item
        move iv-loan-item to iv-current-item
    end-if.
    move "N" to iv-on-master-sw.
    if iv-master-item = iv-current-item
        set iv-on-master to true
    end-if.
    move "N" to iv-scanned-sw.
    if iv-scan-item = iv-current-item
        set iv-scanned to true
        perform 3210-skip-one-scan
            thru 3210-exit
        perform 3220-count-duplicate-scan
            thru 3220-exit
            until iv-scan-eof or iv-scan-item not = iv-current-item
    end-if.
    move zero to iv-item-loan-ct.
    perform 3300-check-one-loan
        thru 3300-exit
        until iv-loan-eof or iv-loan-item not = iv-current-item.
    if iv-on-master
        perform 3400-check-master-item
            thru 3400-exit
        perform 3900-write-master
            thru 3900-exit
        perform 3110-read-master
            thru 3110-exit
    else
        if iv-scanned
            perform 3500-release-unknown
                thru 3500-exit
        end-if
    end-if.
3200-exit.
    exit.

3210-skip-one-scan.
    perform 3120-read-scan
        thru 3120-exit.
3210-exit.
    exit.

*> the same item scanned twice (both ends of a display, or the
*> clerk's second try) is counted once.
3220-count-duplicate-scan.
    add 1 to iv-duplicate-scan-ct.
    perform 3120-read-scan
        thru 3120-exit.
3220-exit.
    exit.

*> ---------------------------------------------------------------
*> 3300-check-one-loan - an open loan on an item found on the
*> shelf is a return the desk never posted.
*> ---------------------------------------------------------------
3300-check-one-loan.
    add 1 to iv-item-loan-ct.
    if iv-scanned
        move spaces to sort-report-record
        set rs-missed-checkin to true
        move iv-current-item to rs-item-id
        if iv-on-master
            move ir-title to rs-title
        end-if
        move ol-patron-number to rs-patron-number
        move ol-due-date to rs-due-date
        if ol-loan-is-lost
            move "LOST" to rs-note
        else
            move "OPEN" to rs-note
        end-if
        move zero to rs-cost
        release sort-report-record
        add 1 to iv-checkin-ct
    end-if.
    perform 3130-read-loan
        thru 3130-exit.
3300-exit.
    exit.

*> ---------------------------------------------------------------
*> 3400-check-master-item - an item accounted for, on the shelf or
*> on a loan, loses any missing mark from an earlier inventory
*> wherever it turned up.  an item of the branch being inventoried
*> that is neither is missing.
*> ---------------------------------------------------------------
3400-check-master-item.
    move "N" to iv-in-scope-sw.
    if iv-branch-code = spaces or ir-home-branch = iv-branch-code
        set iv-in-scope to true
        add 1 to iv-in-scope-ct
    end-if.
    if iv-scanned or iv-item-loan-ct > zero
        if ir-item-is-missing
            set ir-item-on-hand to true
            add 1 to iv-found-ct
        end-if
        go to 3400-exit
    end-if.
    if not iv-in-scope
        go to 3400-exit
    end-if.
    move spaces to sort-report-record.
    set rs-missing to true.
    move ir-item-id to rs-item-id.
    move ir-title to rs-title.
    move ir-author to rs-author.
    move ir-replacement-cost to rs-cost.
    if ir-item-is-missing
        move "STILL" to rs-note
    else
        move "NEW" to rs-note
        set ir-item-is-missing to true
        add 1 to iv-newly-missing-ct
    end-if.
    release sort-report-record.
    add 1 to iv-missing-ct.
3400-exit.
    exit.

3500-release-unknown.
    move spaces to sort-report-record.
    set rs-unknown-barcode to true.
    move iv-current-item to rs-item-id.
    move zero to rs-cost.
    release sort-report-record.
    add 1 to iv-unknown-ct.
3500-exit.
    exit.

*> ---------------------------------------------------------------
*> 3900-write-master - write the current item-record forward to
*> the new master generation, missing mark set or cleared.
*> ---------------------------------------------------------------
3900-write-master.
    move item-record to new-master-record.
    write new-master-record
        invalid key
            move spaces to error-record
            move ir-item-id to ie-item-id
            move "DUPLICATE KEY ON MASTER WRITE" to ie-reason
            write error-record
            go to 3900-exit
    end-write.
    move "ITEMM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to iv-master-write-ct.
3900-exit.
    exit.

*> ---------------------------------------------------------------
*> 4000-print-report - one section per list, with a count (and
*> for the missing items, the replacement value) under each.
*> ---------------------------------------------------------------
4000-print-report.
    move iv-run-date to hd-run-date.
    if iv-branch-code = spaces
        move "ALL" to hd-branch-code
    else
        move iv-branch-code to hd-branch-code
    end-if.
    write report-line from iv-heading-1.
    perform 4100-return-sorted
        thru 4100-exit
        until iv-report-eof.
    if iv-control-section not = low-values
        perform 4300-print-section-total
            thru 4300-exit
    end-if.
4000-exit.
    exit.

4100-return-sorted.
    return sort-report-work
        at end
            set iv-report-eof to true
            go to 4100-exit
    end-return.
    if rs-section not = iv-control-section
        perform 4200-break-section
            thru 4200-exit
    end-if.
    evaluate true
        when rs-missing
            move spaces to iv-missing-line
            move rs-item-id to ml-item-id
            move rs-title to ml-title
            move rs-author to ml-author
            move rs-cost to ml-cost
            move rs-note to ml-note
            write report-line from iv-missing-line
            add rs-cost to iv-section-cost
        when rs-missed-checkin
            move spaces to iv-checkin-line
            move rs-item-id to cl-item-id
            move rs-title to cl-title
            move rs-patron-number to cl-patron-number
            string rs-due-month delimited by size
                   "/" delimited by size
                   rs-due-day delimited by size
                   "/" delimited by size
                   rs-due-year delimited by size
                into cl-due-date
            move rs-note to cl-note
            write report-line from iv-checkin-line
        when other
            move spaces to iv-unknown-line
            move rs-item-id to ul-item-id
            move "NOT ON ITEM MASTER" to ul-note
            write report-line from iv-unknown-line
    end-evaluate.
    add 1 to iv-section-ct.
4100-exit.
    exit.

*> ---------------------------------------------------------------
*> 4200-break-section - close out the prior list's total and head
*> up the next.
*> ---------------------------------------------------------------
4200-break-section.
    if iv-control-section not = low-values
        perform 4300-print-section-total
            thru 4300-exit
    end-if.
    move rs-section to iv-control-section.
    move zero to iv-section-ct.
    move zero to iv-section-cost.
    write report-line from iv-blank-line.
    evaluate true
        when rs-missing
            write report-line from iv-missing-heading
            write report-line from iv-missing-heading-2
        when rs-missed-checkin
            write report-line from iv-checkin-heading
            write report-line from iv-checkin-heading-2
        when other
            write report-line from iv-unknown-heading
    end-evaluate.
4200-exit.
    exit.

4300-print-section-total.
    move spaces to iv-section-total-line.
    move iv-section-ct to st-count.
    evaluate iv-control-section
        when "1"
            move "ITEMS MISSING:" to st-label
            move "REPLACEMENT VALUE:" to st-cost-label
            move iv-section-cost to st-cost
        when "2"
            move "MISSED CHECK-INS:" to st-label
        when other
            move "UNKNOWN BARCODES:" to st-label
    end-evaluate.
    write report-line from iv-section-total-line.
4300-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is marked.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMINVREC - " gq-message
        display "PMINVREC - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    display "PMINVREC - MASTER RECORDS READ    : " iv-master-read-ct.
    display "PMINVREC - MASTER RECORDS WRITTEN : " iv-master-write-ct.
    display "PMINVREC - ITEMS IN THIS INVENTORY: " iv-in-scope-ct.
    display "PMINVREC - ITEM IDS SCANNED       : " iv-scan-read-ct.
    display "PMINVREC - DUPLICATE SCANS        : " iv-duplicate-scan-ct.
    display "PMINVREC - OPEN LOANS ON LEDGER   : " iv-open-loan-ct.
    display "PMINVREC - ITEMS MISSING          : " iv-missing-ct.
    display "PMINVREC - NEWLY MARKED MISSING   : " iv-newly-missing-ct.
    display "PMINVREC - MISSING ITEMS FOUND    : " iv-found-ct.
    display "PMINVREC - MISSED CHECK-INS       : " iv-checkin-ct.
    display "PMINVREC - UNKNOWN BARCODES       : " iv-unknown-ct.
    perform 9100-write-control-totals
        thru 9100-exit.
9000-exit.
    exit.

*> ---------------------------------------------------------------
*> 9100-write-control-totals - driven by the scan, not a
*> transaction feed: every master record is carried forward, and
*> the status changes count as changes.
*> ---------------------------------------------------------------
9100-write-control-totals.
    open extend control-file.
    move spaces to control-record.
    move "PMINVREC" to ctl-program-name.
    move "ITEMM" to ctl-file-name.
    move iv-run-date to ctl-run-date.
    move iv-audit-time to ctl-run-time.
    move iv-master-read-ct to ctl-old-count.
    move iv-master-write-ct to ctl-new-count.
    move zero to ctl-trans-count.
    move zero to ctl-add-count.
    compute ctl-change-count = iv-newly-missing-ct + iv-found-ct.
    move zero to ctl-delete-count.
    move zero to ctl-reject-count.
    move "N" to ctl-trans-driven-sw.
    write control-record.
    close control-file.
9100-exit.
    exit.
