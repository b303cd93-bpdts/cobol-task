*> ---------------------------------------------------------------
*> pmhhlink - household linkage maintenance
*>
*> a child's card is a patron record of its own with nothing to
*> say which adult answers for it, so overdue notices went to a
*> ten-year-old and the delinquent list showed a child's balance
*> with no way to reach the parent.  this run applies the day's
*> link transactions (HOUSET) against the household linkage file
*> (household-link-record, Household.cpy) and writes a new
*> generation of it, the same balanced-line shape as pmitmnt:
*>   - an add ties a dependent patron number to a guardian patron
*>     number;
*>   - a remove takes the dependent's link off.
*> both patrons must be on the patron master, the guardian must not
*> be closed, and a patron cannot be their own guardian.  a
*> household is kept one level deep - a guardian who is on file as
*> someone else's dependent, or a dependent who already answers
*> for dependents of their own, is refused - so every reader finds
*> the responsible adult in one step.  the rule is proved against
*> the household as it will stand, not as it stood: links added or
*> removed earlier in the run are kept in a table and outrank the
*> old file, and a link the batch removes further down the sort
*> no longer blocks.  rejects go to the error file with a reason,
*> the same discipline as pmmaint.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before reading it.
*> 2026-10-15 rd    one-level rule sees the links added and removed
*>                  in the same run, not only the old file.
*> ---------------------------------------------------------------
identification division.
program-id.    pmhhlink.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select parm-file
        assign to "HHLINKP"
        organization is line sequential.
    select trans-file
        assign to "HOUSET"
        organization is line sequential.
    select sort-work-file
        assign to "SORTWK1".
    select sorted-trans-file
        assign to "HOUSETS"
        organization is line sequential.
    select optional old-link-file
        assign to "HOUSEM"
        organization is indexed
        access mode is sequential
        record key is hh-dependent-number
        alternate record key is hh-guardian-number
            with duplicates.
*> the same old generation opened a second time, by key, to prove
*> the one-level rule for patrons other than the one in hand.
    select optional lookup-link-file
        assign to "HOUSEM"
        organization is indexed
        access mode is dynamic
        record key is hu-dependent-number
        alternate record key is hu-guardian-number
            with duplicates.
    select new-link-file
        assign to "HOUSEMN"
        organization is indexed
        access mode is sequential
        record key is hn-dependent-number
        alternate record key is hn-guardian-number
            with duplicates.
    select master-file
        assign to "PATRONM"
        organization is indexed
        access mode is dynamic
        record key is pr-patron-number
        alternate record key is pr-name-zip-key
            with duplicates.
    select error-file
        assign to "HOUSEE"
        organization is line sequential.
    select optional control-file
        assign to "CTLTOT"
        organization is line sequential.

data division.
file section.
fd  parm-file
    label records are standard.
01  parm-record.
    05  pp-job-name                 pic X(08).
    05  pp-operator-id              pic X(08).
    05  pp-run-date                 pic X(08).
    05  filler                      pic X(56).
fd  trans-file
    label records are standard.
01  link-trans-record.
    05  lt-trans-code               pic X(01).
        88  lt-add-trans                    value "A".
        88  lt-remove-trans                 value "R".
    05  lt-dependent-number         pic X(06).
    05  lt-guardian-number          pic X(06).
    05  filler                      pic X(67).
sd  sort-work-file.
01  sort-trans-record.
    05  filler                      pic X(01).
    05  st-dependent-number         pic X(06).
    05  filler                      pic X(73).
fd  sorted-trans-file
    label records are standard.
01  sorted-trans-record             pic X(80).
fd  old-link-file
    label records are standard.
    copy Household.
fd  lookup-link-file
    label records are standard.
01  lookup-link-record.
    05  hu-dependent-number         pic X(06).
    05  hu-guardian-number          pic X(06).
    05  filler                      pic X(28).
fd  new-link-file
    label records are standard.
01  new-link-record.
    05  hn-dependent-number         pic X(06).
    05  hn-guardian-number          pic X(06).
    05  hn-link-date                pic 9(08).
    05  hn-operator-id              pic X(08).
    05  filler                      pic X(12).
fd  master-file
    label records are standard.
    copy Patron.
fd  error-file
    label records are standard.
01  error-record.
    05  he-dependent-number         pic X(06).
    05  filler                      pic X(02).
    05  he-guardian-number          pic X(06).
    05  filler                      pic X(02).
    05  he-reason                   pic X(40).
fd  control-file
    label records are standard.
    copy CtlTot.

working-storage section.
*> --- work areas - household linkage run ---
01  hk-trans-record.
    05  hk-trans-code               pic X(01).
        88  hk-add-trans                    value "A".
        88  hk-remove-trans                 value "R".
    05  hk-dependent-number         pic X(06).
    05  hk-guardian-number          pic X(06).
    05  filler                      pic X(67).
01  hk-switches.
    05  hk-link-eof-sw              pic X(01)  value "N".
        88  hk-link-eof                     value "Y".
    05  hk-trans-eof-sw             pic X(01)  value "N".
        88  hk-trans-eof                    value "Y".
    05  hk-valid-sw                 pic X(01)  value "Y".
        88  hk-trans-valid                  value "Y".
        88  hk-trans-invalid                value "N".
    05  hk-found-sw                 pic X(01)  value "N".
        88  hk-found                        value "Y".
    05  hk-linked-sw                pic X(01)  value "N".
        88  hk-linked                       value "Y".
    05  hk-scan-eof-sw              pic X(01)  value "N".
        88  hk-scan-eof                     value "Y".
    05  hk-lookup-eof-sw            pic X(01)  value "N".
        88  hk-lookup-eof                   value "Y".
    05  hk-run-found-sw             pic X(01)  value "N".
        88  hk-run-found                    value "Y".
    05  hk-rmv-found-sw             pic X(01)  value "N".
        88  hk-rmv-found                    value "Y".
01  hk-counters                     comp.
    05  hk-link-read-ct             pic 9(07)  value zero.
    05  hk-link-write-ct            pic 9(07)  value zero.
    05  hk-trans-read-ct            pic 9(07)  value zero.
    05  hk-add-ct                   pic 9(07)  value zero.
    05  hk-remove-ct                pic 9(07)  value zero.
    05  hk-reject-ct                pic 9(07)  value zero.
01  hk-reject-reason                pic X(40).
01  hk-link-dependent               pic X(06).
*> the current dependent's link while its transactions are applied.
01  hk-current-dependent            pic X(06).
01  hk-cur-guardian-number          pic X(06).
01  hk-cur-link-date                pic 9(08).
01  hk-cur-operator-id              pic X(08).
01  hk-ctl-run-date                 pic 9(08)  value zero.
01  hk-audit-date                   pic 9(08).
01  hk-audit-time                   pic 9(08).
*> the links this run has changed so far, one entry per dependent
*> holding where its link stands now, and the batch's remove
*> transactions, loaded before the update starts.  two thousand of
*> either is far past a day's household work; a full table stops
*> the run rather than let the one-level rule go unproved.
01  hk-run-link-table.
    05  hk-run-entry occurs 2000 times.
        10  hk-run-dependent        pic X(06).
        10  hk-run-guardian         pic X(06).
        10  hk-run-linked-sw        pic X(01).
            88  hk-run-linked               value "Y".
01  hk-run-ct                       pic 9(04)  comp value zero.
01  hk-run-ix                       pic 9(04)  comp value zero.
01  hk-remove-table.
    05  hk-rmv-entry occurs 2000 times.
        10  hk-rmv-dependent        pic X(06).
        10  hk-rmv-guardian         pic X(06).
01  hk-rmv-ct                       pic 9(04)  comp value zero.
01  hk-rmv-ix                       pic 9(04)  comp value zero.
01  hk-look-dependent               pic X(06).
01  hk-look-guardian                pic X(06).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 0000-main-line
*> ---------------------------------------------------------------
0000-main-line.
    perform 1000-initialize
        thru 1000-exit.
    perform 2000-sort-transactions
        thru 2000-exit.
    perform 2500-load-removes
        thru 2500-exit.
    perform 3000-process-update
        thru 3000-exit.
    perform 9000-terminate
        thru 9000-exit.
    stop run.

*> ---------------------------------------------------------------
*> 1000-initialize
*> ---------------------------------------------------------------
1000-initialize.
    open input parm-file.
    read parm-file
        at end
            move spaces to pp-job-name
                           pp-operator-id
                           pp-run-date
    end-read.
    close parm-file.
    accept hk-audit-date from date yyyymmdd.
    accept hk-audit-time from time.
*> the link date and the control totals carry the business date
*> from the card when one is supplied, the calendar date
*> otherwise (see pmbalnce).
    if pp-run-date numeric and pp-run-date not = "00000000"
        move pp-run-date to hk-ctl-run-date
    else
        move hk-audit-date to hk-ctl-run-date
    end-if.
    move "PMHHLINK" to gq-program-name.
    move hk-ctl-run-date to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-sort-transactions - sequence the day's transactions into
*> dependent order to match the linkage file.
*> ---------------------------------------------------------------
2000-sort-transactions.
    sort sort-work-file
        on ascending key st-dependent-number
        with duplicates in order
        using trans-file
        giving sorted-trans-file.
2000-exit.
    exit.

*> ---------------------------------------------------------------
*> 2500-load-removes - note every remove in the batch before the
*> update starts, so an add further up the sort is not refused for
*> a link that is coming off later in the same run.
*> ---------------------------------------------------------------
2500-load-removes.
    open input sorted-trans-file.
    perform 2550-load-one-remove
        thru 2550-exit
        until hk-scan-eof.
    close sorted-trans-file.
2500-exit.
    exit.

2550-load-one-remove.
    read sorted-trans-file into hk-trans-record
        at end
            set hk-scan-eof to true
            go to 2550-exit
    end-read.
    if not hk-remove-trans
        go to 2550-exit
    end-if.
    if hk-rmv-ct = 2000
        display "PMHHLINK - REMOVE TABLE FULL - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
    add 1 to hk-rmv-ct.
    move hk-dependent-number to hk-rmv-dependent (hk-rmv-ct).
    move hk-guardian-number to hk-rmv-guardian (hk-rmv-ct).
2550-exit.
    exit.

*> ---------------------------------------------------------------
*> 3000-process-update - balanced-line update of the linkage file.
*> ---------------------------------------------------------------
3000-process-update.
    open input  sorted-trans-file
                old-link-file
                lookup-link-file
                master-file
         output new-link-file
                error-file.
    perform 3100-read-link
        thru 3100-exit.
    perform 3200-read-trans
        thru 3200-exit.
    perform 3300-process-one-dependent
        thru 3300-exit
        until hk-link-eof and hk-trans-eof.
    close sorted-trans-file
          old-link-file
          lookup-link-file
          master-file
          new-link-file
          error-file.
3000-exit.
    exit.

3100-read-link.
    read old-link-file
        at end
            set hk-link-eof to true
            move high-values to hk-link-dependent
        not at end
            add 1 to hk-link-read-ct
            move hh-dependent-number to hk-link-dependent
    end-read.
3100-exit.
    exit.

3200-read-trans.
    read sorted-trans-file into hk-trans-record
        at end
            set hk-trans-eof to true
            move high-values to hk-dependent-number
        not at end
            add 1 to hk-trans-read-ct
    end-read.
3200-exit.
    exit.

*> ---------------------------------------------------------------
*> 3300-process-one-dependent - the current dependent is the lower
*> key of the two streams.  the link on file, if any, is taken
*> into the work area, every transaction for the dependent is
*> applied to it in arrival order (so a remove and a re-add on the
*> same day both take effect), and what is left is written
*> forward.
*> ---------------------------------------------------------------
3300-process-one-dependent.
    move hk-link-dependent to hk-current-dependent.
    if hk-dependent-number < hk-current-dependent
        move hk-dependent-number to hk-current-dependent
    end-if.
    move "N" to hk-linked-sw.
    if hk-link-dependent = hk-current-dependent
        set hk-linked to true
        move hh-guardian-number to hk-cur-guardian-number
        move hh-link-date to hk-cur-link-date
        move hh-operator-id to hk-cur-operator-id
        perform 3100-read-link
            thru 3100-exit
    end-if.
    perform 3400-apply-trans
        thru 3400-exit
        until hk-trans-eof
           or hk-dependent-number not = hk-current-dependent.
    if hk-linked
        perform 3900-write-link
            thru 3900-exit
    end-if.
3300-exit.
    exit.

*> ---------------------------------------------------------------
*> 3400-apply-trans - edit and apply one transaction to the
*> current dependent's link.
*> ---------------------------------------------------------------
3400-apply-trans.
    set hk-trans-valid to true.
    evaluate true
        when hk-add-trans
            perform 3500-edit-add
                thru 3500-exit
        when hk-remove-trans
            perform 3600-edit-remove
                thru 3600-exit
        when other
            set hk-trans-invalid to true
            move "UNKNOWN TRANSACTION CODE" to hk-reject-reason
    end-evaluate.
    if hk-trans-invalid
        add 1 to hk-reject-ct
        perform 3800-write-reject
            thru 3800-exit
    end-if.
    perform 3200-read-trans
        thru 3200-exit.
3400-exit.
    exit.

*> ---------------------------------------------------------------
*> 3500-edit-add
*> ---------------------------------------------------------------
3500-edit-add.
    if hk-linked
        set hk-trans-invalid to true
        move "DEPENDENT ALREADY LINKED TO A GUARDIAN"
            to hk-reject-reason
        go to 3500-exit
    end-if.
    if hk-guardian-number = hk-dependent-number
        set hk-trans-invalid to true
        move "PATRON CANNOT BE THEIR OWN GUARDIAN"
            to hk-reject-reason
        go to 3500-exit
    end-if.
    move hk-dependent-number to pr-patron-number.
    perform 3700-read-patron
        thru 3700-exit.
    if not hk-found
        set hk-trans-invalid to true
        move "DEPENDENT NOT ON PATRON MASTER" to hk-reject-reason
        go to 3500-exit
    end-if.
    move hk-guardian-number to pr-patron-number.
    perform 3700-read-patron
        thru 3700-exit.
    if not hk-found
        set hk-trans-invalid to true
        move "GUARDIAN NOT ON PATRON MASTER" to hk-reject-reason
        go to 3500-exit
    end-if.
    if pr-patron-status = "C"
        set hk-trans-invalid to true
        move "GUARDIAN CARD IS CLOSED" to hk-reject-reason
        go to 3500-exit
    end-if.
    perform 3750-check-one-level
        thru 3750-exit.
    if hk-trans-invalid
        go to 3500-exit
    end-if.
    set hk-linked to true.
    move hk-guardian-number to hk-cur-guardian-number.
    move hk-ctl-run-date to hk-cur-link-date.
    move pp-operator-id to hk-cur-operator-id.
    add 1 to hk-add-ct.
    perform 3650-post-run-link
        thru 3650-exit.
3500-exit.
    exit.

*> ---------------------------------------------------------------
*> 3600-edit-remove - a guardian number on the transaction must
*> match the one on file; a blank one removes whatever link the
*> dependent has.
*> ---------------------------------------------------------------
3600-edit-remove.
    if not hk-linked
        set hk-trans-invalid to true
        move "NO LINK ON FILE FOR REMOVE" to hk-reject-reason
        go to 3600-exit
    end-if.
    if hk-guardian-number not = spaces
            and hk-guardian-number not = hk-cur-guardian-number
        set hk-trans-invalid to true
        move "GUARDIAN DOES NOT MATCH LINK ON FILE"
            to hk-reject-reason
        go to 3600-exit
    end-if.
    move "N" to hk-linked-sw.
    add 1 to hk-remove-ct.
    perform 3650-post-run-link
        thru 3650-exit.
3600-exit.
    exit.

*> ---------------------------------------------------------------
*> 3650-post-run-link - record where the current dependent's link
*> now stands in the run table, for the one-level check of the
*> transactions still to come.
*> ---------------------------------------------------------------
3650-post-run-link.
    move hk-current-dependent to hk-look-dependent.
    perform 3760-find-run-link
        thru 3760-exit.
    if not hk-run-found
        if hk-run-ct = 2000
            display "PMHHLINK - RUN LINK TABLE FULL - RUN ABANDONED"
            move 8 to return-code
            stop run
        end-if
        add 1 to hk-run-ct
        move hk-run-ct to hk-run-ix
        move hk-current-dependent to hk-run-dependent (hk-run-ix)
    end-if.
    move hk-cur-guardian-number to hk-run-guardian (hk-run-ix).
    move hk-linked-sw to hk-run-linked-sw (hk-run-ix).
3650-exit.
    exit.

3700-read-patron.
    move "N" to hk-found-sw.
    read master-file
        invalid key
            continue
        not invalid key
            set hk-found to true
    end-read.
3700-exit.
    exit.

*> ---------------------------------------------------------------
*> 3750-check-one-level - the guardian must not be a dependent, and
*> the dependent must not be anyone's guardian, once the links
*> this run has already changed are taken into account.
*> ---------------------------------------------------------------
3750-check-one-level.
    perform 3752-check-guardian
        thru 3752-exit.
    if hk-trans-invalid
        go to 3750-exit
    end-if.
    perform 3754-check-dependent
        thru 3754-exit.
3750-exit.
    exit.

*> ---------------------------------------------------------------
*> 3752-check-guardian - a guardian this run has touched stands as
*> the run table says.  otherwise a link on file makes the guardian
*> a dependent unless the batch removes that link.
*> ---------------------------------------------------------------
3752-check-guardian.
    move hk-guardian-number to hk-look-dependent.
    perform 3760-find-run-link
        thru 3760-exit.
    if hk-run-found
        if hk-run-linked (hk-run-ix)
            set hk-trans-invalid to true
            move "GUARDIAN IS ON FILE AS A DEPENDENT"
                to hk-reject-reason
        end-if
        go to 3752-exit
    end-if.
    move hk-guardian-number to hu-dependent-number.
    read lookup-link-file
        invalid key
            go to 3752-exit
    end-read.
    move hu-guardian-number to hk-look-guardian.
    perform 3780-find-pending-remove
        thru 3780-exit.
    if not hk-rmv-found
        set hk-trans-invalid to true
        move "GUARDIAN IS ON FILE AS A DEPENDENT"
            to hk-reject-reason
    end-if.
3752-exit.
    exit.

*> ---------------------------------------------------------------
*> 3754-check-dependent - refused if a link added this run names
*> the dependent as guardian, or if any link on file does that is
*> neither already changed this run nor removed by the batch.
*> ---------------------------------------------------------------
3754-check-dependent.
    perform 3770-find-run-guardian
        thru 3770-exit.
    if hk-run-found
        set hk-trans-invalid to true
        move "DEPENDENT IS ON FILE AS A GUARDIAN"
            to hk-reject-reason
        go to 3754-exit
    end-if.
    move "N" to hk-lookup-eof-sw.
    move hk-dependent-number to hu-guardian-number.
    start lookup-link-file
        key is = hu-guardian-number
        invalid key
            go to 3754-exit
    end-start.
    perform 3756-check-one-file-link
        thru 3756-exit
        until hk-lookup-eof or hk-trans-invalid.
3754-exit.
    exit.

3756-check-one-file-link.
    read lookup-link-file next record
        at end
            set hk-lookup-eof to true
            go to 3756-exit
    end-read.
    if hu-guardian-number not = hk-dependent-number
        set hk-lookup-eof to true
        go to 3756-exit
    end-if.
    move hu-dependent-number to hk-look-dependent.
    perform 3760-find-run-link
        thru 3760-exit.
    if hk-run-found
        go to 3756-exit
    end-if.
    move hu-guardian-number to hk-look-guardian.
    perform 3780-find-pending-remove
        thru 3780-exit.
    if hk-rmv-found
        go to 3756-exit
    end-if.
    set hk-trans-invalid to true.
    move "DEPENDENT IS ON FILE AS A GUARDIAN" to hk-reject-reason.
3756-exit.
    exit.

*> ---------------------------------------------------------------
*> 3760-find-run-link - has this run changed the link of the
*> dependent in hk-look-dependent?
*> ---------------------------------------------------------------
3760-find-run-link.
    move "N" to hk-run-found-sw.
    move zero to hk-run-ix.
    perform 3765-check-one-run-link
        thru 3765-exit
        until hk-run-found or hk-run-ix = hk-run-ct.
3760-exit.
    exit.

3765-check-one-run-link.
    add 1 to hk-run-ix.
    if hk-run-dependent (hk-run-ix) = hk-look-dependent
        set hk-run-found to true
    end-if.
3765-exit.
    exit.

*> ---------------------------------------------------------------
*> 3770-find-run-guardian - does a link standing in the run table
*> name the current dependent as guardian?
*> ---------------------------------------------------------------
3770-find-run-guardian.
    move "N" to hk-run-found-sw.
    move zero to hk-run-ix.
    perform 3775-check-one-run-guardian
        thru 3775-exit
        until hk-run-found or hk-run-ix = hk-run-ct.
3770-exit.
    exit.

3775-check-one-run-guardian.
    add 1 to hk-run-ix.
    if hk-run-guardian (hk-run-ix) = hk-dependent-number
            and hk-run-linked (hk-run-ix)
        set hk-run-found to true
    end-if.
3775-exit.
    exit.

*> ---------------------------------------------------------------
*> 3780-find-pending-remove - does the batch hold a remove that will
*> take the link of hk-look-dependent to hk-look-guardian off?  a
*> remove with a blank guardian takes off whatever is on file.
*> ---------------------------------------------------------------
3780-find-pending-remove.
    move "N" to hk-rmv-found-sw.
    move zero to hk-rmv-ix.
    perform 3785-check-one-remove
        thru 3785-exit
        until hk-rmv-found or hk-rmv-ix = hk-rmv-ct.
3780-exit.
    exit.

3785-check-one-remove.
    add 1 to hk-rmv-ix.
    if hk-rmv-dependent (hk-rmv-ix) = hk-look-dependent
            and (hk-rmv-guardian (hk-rmv-ix) = spaces
              or hk-rmv-guardian (hk-rmv-ix) = hk-look-guardian)
        set hk-rmv-found to true
    end-if.
3785-exit.
    exit.

*> ---------------------------------------------------------------
*> 3800-write-reject
*> ---------------------------------------------------------------
3800-write-reject.
    move spaces to error-record.
    move hk-dependent-number to he-dependent-number.
    move hk-guardian-number to he-guardian-number.
    move hk-reject-reason to he-reason.
    write error-record.
3800-exit.
    exit.

*> ---------------------------------------------------------------
*> 3900-write-link - write the current dependent's link forward.
*> ---------------------------------------------------------------
3900-write-link.
    move spaces to new-link-record.
    move hk-current-dependent to hn-dependent-number.
    move hk-cur-guardian-number to hn-guardian-number.
    move hk-cur-link-date to hn-link-date.
    move hk-cur-operator-id to hn-operator-id.
    write new-link-record
        invalid key
            move spaces to error-record
            move hn-dependent-number to he-dependent-number
            move hn-guardian-number to he-guardian-number
            move "DUPLICATE KEY ON LINK WRITE" to he-reason
            write error-record
            go to 3900-exit
    end-write.
    add 1 to hk-link-write-ct.
3900-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects abandons the run before
*> anything is linked.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMHHLINK - " gq-message
        display "PMHHLINK - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    display "PMHHLINK - LINK RECORDS READ    : " hk-link-read-ct.
    display "PMHHLINK - LINK RECORDS WRITTEN : " hk-link-write-ct.
    display "PMHHLINK - LINKS ADDED          : " hk-add-ct.
    display "PMHHLINK - LINKS REMOVED        : " hk-remove-ct.
    display "PMHHLINK - TRANSACTIONS REJECTED: " hk-reject-ct.
    perform 9100-write-control-totals
        thru 9100-exit.
9000-exit.
    exit.

*> ---------------------------------------------------------------
*> 9100-write-control-totals - old plus adds less removes equals
*> new, and every transaction is either applied or rejected.
*> ---------------------------------------------------------------
9100-write-control-totals.
    open extend control-file.
    move spaces to control-record.
    move "PMHHLINK" to ctl-program-name.
    move "HOUSEM" to ctl-file-name.
    move hk-ctl-run-date to ctl-run-date.
    move hk-audit-time to ctl-run-time.
    move hk-link-read-ct to ctl-old-count.
    move hk-link-write-ct to ctl-new-count.
    move hk-trans-read-ct to ctl-trans-count.
    move hk-add-ct to ctl-add-count.
    move zero to ctl-change-count.
    move hk-remove-ct to ctl-delete-count.
    move hk-reject-ct to ctl-reject-count.
    move "Y" to ctl-trans-driven-sw.
    write control-record.
    close control-file.
9100-exit.
    exit.
