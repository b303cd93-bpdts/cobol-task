*>                  refused when the item has a pending hold on
*>                  the queue or the row has hit the maximum
*>                  renewals on the parameter card.
*> 2026-10-15 rd    compute the due date at checkout and renewal
*>                  from the loan-rules table (LOANRUL) by material
*>                  type and privilege tier, rolled forward past
*>                  the branch's closed days on the branch calendar
*>                  (BRCAL); the keyed date stands only where no
*>                  rule applies.
*> 2026-10-15 rd    prove the CIRCM, PATRONM, ITEMM and HOLDM
*>                  generations against the generation catalog
*>                  (pmgenctl) before posting, and stamp the new
*>                  ledger's and master's headers and trailers.
*> ---------------------------------------------------------------
identification division.
program-id.    pmloanps.
    select optional hold-file
        assign to "HOLDM"
        organization is line sequential.
    select loan-rule-file
        assign to "LOANRUL"
        organization is line sequential.
    select optional calendar-file
        assign to "BRCAL"
        organization is line sequential.
    select patron-lookup-file
        assign to "PATRONM"
        organization is indexed
        access mode is dynamic
        record key is lu-patron-number
        alternate record key is lu-name-zip-key
            with duplicates.
    select optional fee-detail-file
        assign to "FEEDTL"
        organization is line sequential.
    copy Patron.
fd  new-patron-file
    label records are standard.
01  new-patron-record                pic X(168).
*> new-patron-key-fields exposes, by position only, the same two
*> key fields patron-record carries (pr-patron-number and
*> pr-name-zip-key) so the indexed file's own record description
    05  nmk-patron-number           pic X(06).
    05  filler                      pic X(10).
    05  nmk-name-zip-key            pic X(22).
    05  filler                      pic X(130).
fd  patron-error-file
    label records are standard.
01  patron-error-record.
fd  hold-file
    label records are standard.
    copy Hold.
fd  loan-rule-file
    label records are standard.
    copy LoanRule.
fd  calendar-file
    label records are standard.
    copy BranchCal.
*> the patron master opened a second time, by key, during the
*> ledger pass - only the privilege tier is wanted, to pick the
*> loan rule; the master generation itself is cut in 4000.
fd  patron-lookup-file
    label records are standard.
01  patron-lookup-record            pic X(168).
01  patron-lookup-fields redefines patron-lookup-record.
    05  lu-patron-number            pic X(06).
    05  filler                      pic X(10).
    05  lu-name-zip-key             pic X(22).
    05  filler                      pic X(36).
    05  lu-privilege-status         pic X(01).
    05  filler                      pic X(93).
fd  fee-detail-file
    label records are standard.
    copy FeeDtl.
        88  lp-hold-eof                     value "Y".
    05  lp-hold-found-sw            pic X(01)  value "N".
        88  lp-hold-found                   value "Y".
    05  lp-rule-eof-sw              pic X(01)  value "N".
        88  lp-rule-eof                     value "Y".
    05  lp-calendar-eof-sw          pic X(01)  value "N".
        88  lp-calendar-eof                 value "Y".
    05  lp-rule-found-sw            pic X(01)  value "N".
        88  lp-rule-found                   value "Y".
    05  lp-closed-found-sw          pic X(01)  value "N".
        88  lp-closed-found                 value "Y".
    05  lp-day-closed-sw            pic X(01)  value "N".
        88  lp-day-closed                   value "Y".
    05  lp-leap-year-sw             pic X(01)  value "N".
        88  lp-leap-year                    value "Y".
01  lp-counters                     comp.
    05  lp-trans-read-ct            pic 9(07)  value zero.
    05  lp-ledger-read-ct           pic 9(07)  value zero.
    05  lp-ledger-reject-ct         pic 9(07)  value zero.
    05  lp-patron-update-ct         pic 9(07)  value zero.
    05  lp-patron-reject-ct         pic 9(07)  value zero.
    05  lp-keyed-due-ct             pic 9(07)  value zero.
01  lp-trans-key.
    05  lp-trans-key-patron         pic X(06).
    05  lp-trans-key-item           pic X(08).
01  lp-hold-item-ct                 pic 9(04)  comp value zero.
01  lp-hold-ix                      pic 9(04)  comp value zero.
01  lp-max-renewals                 pic 9(02)  value zero.
*> the loan rules and the closed days, loaded once at start-up.
*> a dozen rules covers every material and tier; a thousand closed
*> dates is years of calendar.  either table filling stops the run
*> rather than posting due dates from half a table.
01  lp-rule-table.
    05  lp-rule-entry occurs 50 times.
        10  lp-rule-material        pic X(01).
        10  lp-rule-tier            pic X(01).
        10  lp-rule-days            pic 9(03).
01  lp-rule-ct                      pic 9(04)  comp value zero.
01  lp-rule-ix                      pic 9(04)  comp value zero.
01  lp-rule-default-ix              pic 9(04)  comp value zero.
01  lp-closed-table.
    05  lp-closed-entry occurs 1000 times.
        10  lp-closed-ymd           pic 9(08).
        10  lp-closed-branch-sw occurs 3 times
                                    pic X(01).
01  lp-closed-ct                    pic 9(04)  comp value zero.
01  lp-closed-ix                    pic 9(04)  comp value zero.
01  lp-cal-ymd                      pic 9(08).
*> --- due date computation (see 5000-compute-due-date) ---
01  lp-due-material                 pic X(01).
01  lp-due-tier                     pic X(01).
01  lp-due-branch-ix                pic 9(02)  comp value zero.
01  lp-due-ymd.
    05  lp-due-year                 pic 9(04).
    05  lp-due-month                pic 9(02).
    05  lp-due-day                  pic 9(02).
01  lp-due-ymd-n redefines lp-due-ymd
                                    pic 9(08).
01  lp-old-due-ymd                  pic 9(08).
01  lp-due-days-left                pic 9(03)  comp value zero.
01  lp-due-roll-ct                  pic 9(03)  comp value zero.
01  lp-month-length                 pic 9(02).
01  lp-leap-work                    pic 9(04).
01  lp-leap-remainder               pic 9(04)  comp.
01  lp-month-days-table.
    05  filler                      pic 9(02)  value 31.
    05  filler                      pic 9(02)  value 28.
    05  filler                      pic 9(02)  value 31.
    05  filler                      pic 9(02)  value 30.
    05  filler                      pic 9(02)  value 31.
    05  filler                      pic 9(02)  value 30.
    05  filler                      pic 9(02)  value 31.
    05  filler                      pic 9(02)  value 31.
    05  filler                      pic 9(02)  value 30.
    05  filler                      pic 9(02)  value 31.
    05  filler                      pic 9(02)  value 30.
    05  filler                      pic 9(02)  value 31.
01  lp-month-days-table-r redefines lp-month-days-table.
    05  lp-month-days occurs 12 times pic 9(02).
01  lp-row-renewals                 pic 9(02).
01  lp-current-patron               pic X(06).
01  lp-control-patron                pic X(06)  value low-values.
01  lp-audit-date                   pic 9(08).
01  lp-ctl-run-date                 pic 9(08)  value zero.
01  lp-audit-time                   pic 9(08).
01  lp-before-image                 pic X(168).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
    else
        move zero to lp-max-renewals
    end-if.
    move "PMLOANPS" to gq-program-name.
    set gq-once-per-date to true.
    move lp-ctl-run-date to gq-run-date.
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
    move "HOLDM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    perform 1100-load-hold-items
        thru 1100-exit.
    perform 1200-load-loan-rules
        thru 1200-exit.
    perform 1300-load-calendar
        thru 1300-exit.
1000-exit.
    exit.

            set lp-hold-eof to true
            go to 1150-exit
    end-read.
    if hr-generation-control
        go to 1150-exit
    end-if.
    if not hr-hold-is-pending
        go to 1150-exit
    end-if.
1150-exit.
    exit.

*> ---------------------------------------------------------------
*> 1200-load-loan-rules - the loan period by material type and
*> privilege tier.  a rule with no usable period, or a second
*> rule for the same material and tier, stops the run: the table
*> is the whole point of not trusting the keyed date.
*> ---------------------------------------------------------------
1200-load-loan-rules.
    open input loan-rule-file.
    perform 1250-load-one-rule
        thru 1250-exit
        until lp-rule-eof.
    close loan-rule-file.
1200-exit.
    exit.

1250-load-one-rule.
    read loan-rule-file
        at end
            set lp-rule-eof to true
            go to 1250-exit
    end-read.
    if lr-loan-days not numeric or lr-loan-days = zero
        display "PMLOANPS - LOAN RULE WITH NO PERIOD: "
                lr-material-type lr-privilege-status
        display "PMLOANPS - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
    move zero to lp-rule-ix.
    perform 1260-check-duplicate-rule
        thru 1260-exit
        until lp-rule-ix = lp-rule-ct.
    if lp-rule-ct = 50
        display "PMLOANPS - LOAN RULE TABLE FULL - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
    add 1 to lp-rule-ct.
    move lr-material-type to lp-rule-material (lp-rule-ct).
    move lr-privilege-status to lp-rule-tier (lp-rule-ct).
    move lr-loan-days to lp-rule-days (lp-rule-ct).
1250-exit.
    exit.

1260-check-duplicate-rule.
    add 1 to lp-rule-ix.
    if lp-rule-material (lp-rule-ix) = lr-material-type
            and lp-rule-tier (lp-rule-ix) = lr-privilege-status
        display "PMLOANPS - DUPLICATE LOAN RULE: "
                lr-material-type lr-privilege-status
        display "PMLOANPS - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
1260-exit.
    exit.

*> ---------------------------------------------------------------
*> 1300-load-calendar - the closed days.  an unreadable date
*> stops the run (a closing silently dropped would put a due date
*> on a locked door); a date keyed twice folds its branch flags
*> into the one entry.  no calendar at all means no closings.
*> ---------------------------------------------------------------
1300-load-calendar.
    open input calendar-file.
    perform 1350-load-one-closed-day
        thru 1350-exit
        until lp-calendar-eof.
    close calendar-file.
1300-exit.
    exit.

1350-load-one-closed-day.
    read calendar-file
        at end
            set lp-calendar-eof to true
            go to 1350-exit
    end-read.
    if bc-closed-date not numeric
            or bc-closed-month < 1 or bc-closed-month > 12
            or bc-closed-day < 1 or bc-closed-day > 31
        display "PMLOANPS - UNREADABLE BRANCH CALENDAR DATE: "
                bc-closed-date
        display "PMLOANPS - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
    move bc-closed-date to lp-cal-ymd.
    perform 1360-find-closed-date
        thru 1360-exit.
    if not lp-closed-found
        if lp-closed-ct = 1000
            display "PMLOANPS - BRANCH CALENDAR TABLE FULL - "
                    "RUN ABANDONED"
            move 8 to return-code
            stop run
        end-if
        add 1 to lp-closed-ct
        move lp-closed-ct to lp-closed-ix
        move lp-cal-ymd to lp-closed-ymd (lp-closed-ix)
        move spaces to lp-closed-branch-sw (lp-closed-ix, 1)
                       lp-closed-branch-sw (lp-closed-ix, 2)
                       lp-closed-branch-sw (lp-closed-ix, 3)
    end-if.
    if bc-branch-is-closed (1)
        move "C" to lp-closed-branch-sw (lp-closed-ix, 1)
    end-if.
    if bc-branch-is-closed (2)
        move "C" to lp-closed-branch-sw (lp-closed-ix, 2)
    end-if.
    if bc-branch-is-closed (3)
        move "C" to lp-closed-branch-sw (lp-closed-ix, 3)
    end-if.
1350-exit.
    exit.

*> ---------------------------------------------------------------
*> 1360-find-closed-date - is lp-cal-ymd already in the table?
*> lp-closed-ix is left on the entry when it is.
*> ---------------------------------------------------------------
1360-find-closed-date.
    move "N" to lp-closed-found-sw.
    move zero to lp-closed-ix.
    perform 1370-check-one-closed-date
        thru 1370-exit
        until lp-closed-found or lp-closed-ix = lp-closed-ct.
1360-exit.
    exit.

1370-check-one-closed-date.
    add 1 to lp-closed-ix.
    if lp-closed-ymd (lp-closed-ix) = lp-cal-ymd
        set lp-closed-found to true
    end-if.
1370-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-sort-transactions - sequence today's events the same way
*> the circulation desk slip identifies a loan: patron, item,
    open input  sorted-trans-file
                old-ledger-file
                item-file
                patron-lookup-file
         output new-ledger-file
                ledger-error-file
                delta-file
                returned-item-file.
    move "CIRCM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-ledger-record from generation-control-record.
    perform 3100-read-trans
        thru 3100-exit.
    perform 3200-read-ledger
        perform 3900-flush-delta
            thru 3900-exit
    end-if.
    move "CIRCM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-ledger-record from generation-control-record.
    close sorted-trans-file
          old-ledger-file
          item-file
          patron-lookup-file
          new-ledger-file
          ledger-error-file
          delta-file
          returned-item-file.
    move "CIRCM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
3000-exit.
    exit.

        at end
            set lp-ledger-eof to true
            move high-values to lp-ledger-key
            go to 3200-exit
    end-read.
    if cr-generation-control of ledger-record
        go to 3200-read-ledger
    end-if.
    add 1 to lp-ledger-read-ct.
    move cr-patron-number of ledger-record
        to lp-ledger-key-patron.
    move cr-item-id of ledger-record
        to lp-ledger-key-item.
    move cr-checkout-date of ledger-record
        to lp-ledger-key-checkout.
    move cr-branch-code of ledger-record to lp-br-code.
    perform 7000-pick-branch-row
        thru 7000-exit.
    add 1 to lp-br-old-ct (lp-br-ix).
3200-exit.
    exit.

*> this is a new loan.  the item must be on the item master - a
*> mis-keyed item id used to sail straight onto the ledger - and
*> the master's material type supersedes whatever the desk keyed
*> on the slip, so pmfines picks the right rate.  the due date is
*> computed here from the loan rules (see 3470-set-checkout-due).
*> a transaction that already carries a return date with no open
*> loan to close is rejected.
*> ---------------------------------------------------------------
3400-apply-checkout.
*> a renewal with no ledger row to land on must not open a new
            end-if
            move ir-material-type
                to cr-material-type of lp-trans-record
            perform 3470-set-checkout-due
                thru 3470-exit
            if lp-ledger-reason not = spaces
                perform 3800-write-ledger-reject
                    thru 3800-exit
                go to 3400-exit
            end-if
        end-if
        move lp-trans-record to new-ledger-record
        write new-ledger-record
        move "CIRCM" to gq-file-name
        set gq-count-record to true
        call "PMGENCTL" using generation-request
                              new-ledger-record
        add 1 to lp-ledger-write-ct
        add 1 to lp-patron-delta
        add 1 to lp-checkout-ct
3450-exit.
    exit.

*> ---------------------------------------------------------------
*> 3460-fetch-patron-tier - the borrower's privilege tier, to pick
*> the loan rule; a patron not on the master gets the material's
*> default rule (blank tier).
*> ---------------------------------------------------------------
3460-fetch-patron-tier.
    move space to lp-due-tier.
    move cr-patron-number of lp-trans-record to lu-patron-number.
    read patron-lookup-file
        invalid key
            continue
        not invalid key
            move lu-privilege-status to lp-due-tier
    end-read.
3460-exit.
    exit.

*> ---------------------------------------------------------------
*> 3470-set-checkout-due - a desk checkout is due the rule's loan
*> period after the checkout date, rolled forward past the days
*> the checkout branch is closed.  with no rule for the material
*> (or no readable checkout date to count from) the keyed due
*> date stands if it is readable, flagged on the error file for
*> the table to be filled in; otherwise the checkout is refused.
*> lp-ledger-reason comes back non-blank on a refusal.
*> ---------------------------------------------------------------
3470-set-checkout-due.
    move spaces to lp-ledger-reason.
    move "N" to lp-rule-found-sw.
    if cr-checkout-date of lp-trans-record numeric
            and cr-checkout-month of lp-trans-record > zero
            and cr-checkout-month of lp-trans-record < 13
            and cr-checkout-day of lp-trans-record > zero
            and cr-checkout-day of lp-trans-record < 32
        perform 3460-fetch-patron-tier
            thru 3460-exit
        move cr-material-type of lp-trans-record to lp-due-material
        move cr-branch-code of lp-trans-record to lp-br-code
        perform 7000-pick-branch-row
            thru 7000-exit
        move lp-br-ix to lp-due-branch-ix
        move cr-checkout-year of lp-trans-record to lp-due-year
        move cr-checkout-month of lp-trans-record to lp-due-month
        move cr-checkout-day of lp-trans-record to lp-due-day
        perform 5000-compute-due-date
            thru 5000-exit
    end-if.
    if lp-rule-found
        move lp-due-year to cr-due-year of lp-trans-record
        move lp-due-month to cr-due-month of lp-trans-record
        move lp-due-day to cr-due-day of lp-trans-record
        go to 3470-exit
    end-if.
    if cr-due-date of lp-trans-record not numeric
            or cr-due-month of lp-trans-record < 1
            or cr-due-month of lp-trans-record > 12
            or cr-due-day of lp-trans-record < 1
            or cr-due-day of lp-trans-record > 31
        move "NO LOAN RULE AND NO READABLE DUE DATE"
            to lp-ledger-reason
        go to 3470-exit
    end-if.
    move spaces to ledger-error-record.
    move cr-patron-number of lp-trans-record to le-patron-number.
    move cr-item-id of lp-trans-record to le-item-id.
    move "NO LOAN RULE - KEYED DUE DATE KEPT" to le-reason.
    write ledger-error-record.
    add 1 to lp-keyed-due-ct.
3470-exit.
    exit.

*> ---------------------------------------------------------------
*> 3500-apply-return - the matching ledger row is the open loan
*> this event is closing.  a checkout event matching a loan that
            thru 3800-exit
        move ledger-record to new-ledger-record
        write new-ledger-record
        move "CIRCM" to gq-file-name
        set gq-count-record to true
        call "PMGENCTL" using generation-request
                              new-ledger-record
        add 1 to lp-ledger-write-ct
        perform 7100-count-new-branch
            thru 7100-exit
                thru 3800-exit
            move ledger-record to new-ledger-record
            write new-ledger-record
            move "CIRCM" to gq-file-name
            set gq-count-record to true
            call "PMGENCTL" using generation-request
                                  new-ledger-record
            add 1 to lp-ledger-write-ct
            perform 7100-count-new-branch
                thru 7100-exit
                to cr-return-date of ledger-record
            move ledger-record to new-ledger-record
            write new-ledger-record
            move "CIRCM" to gq-file-name
            set gq-count-record to true
            call "PMGENCTL" using generation-request
                                  new-ledger-record
            add 1 to lp-ledger-write-ct
            perform 7100-count-new-branch
                thru 7100-exit
*> error file like any rejected event, with the row carried
*> forward untouched - when the loan is not open (or is lost, or
*> is the lending library's), when the item has a pending hold
*> waiting, and when the row has used up its renewals.  the new
*> due date is the rule's loan period from the run date, rolled
*> past closed days (see 3560-set-renewal-due); the keyed date is
*> used only where no rule applies.
*> ---------------------------------------------------------------
3530-apply-renewal.
    evaluate true
            thru 3800-exit
        go to 3530-carry
    end-if.
    perform 3540-search-hold-items
        thru 3540-exit.
    if lp-hold-found
            thru 3800-exit
        go to 3530-carry
    end-if.
    perform 3560-set-renewal-due
        thru 3560-exit.
    if lp-ledger-reason not = spaces
        perform 3800-write-ledger-reject
            thru 3800-exit
        go to 3530-carry
    end-if.
    add 1 to lp-row-renewals.
    move lp-row-renewals to cr-renewal-count of ledger-record.
    add 1 to lp-renewal-ct.
3530-carry.
    move ledger-record to new-ledger-record.
    write new-ledger-record.
    move "CIRCM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-ledger-record.
    add 1 to lp-ledger-write-ct.
    perform 7100-count-new-branch
        thru 7100-exit.
3545-exit.
    exit.

*> ---------------------------------------------------------------
*> 3560-set-renewal-due - the renewed loan is due the rule's loan
*> period from tonight's run date, rolled past the days the
*> loan's branch is closed, and lands on the ledger row.  a
*> renewal never brings a due date in: one that would not move it
*> later (renewed the day it went out, say) is refused so the row
*> keeps its renewal.  with no rule, the keyed date is posted as
*> before, provided it is readable.  lp-ledger-reason comes back
*> non-blank on a refusal.
*> ---------------------------------------------------------------
3560-set-renewal-due.
    move spaces to lp-ledger-reason.
    move cr-material-type of ledger-record to lp-due-material.
    perform 3460-fetch-patron-tier
        thru 3460-exit.
    move cr-branch-code of ledger-record to lp-br-code.
    perform 7000-pick-branch-row
        thru 7000-exit.
    move lp-br-ix to lp-due-branch-ix.
    move lp-ctl-run-date to lp-due-ymd-n.
    perform 5000-compute-due-date
        thru 5000-exit.
    if not lp-rule-found
        if cr-due-date of lp-trans-record not numeric
                or cr-due-month of lp-trans-record < 1
                or cr-due-month of lp-trans-record > 12
                or cr-due-day of lp-trans-record < 1
                or cr-due-day of lp-trans-record > 31
            move "NO LOAN RULE AND NO READABLE DUE DATE"
                to lp-ledger-reason
            go to 3560-exit
        end-if
        move cr-due-date of lp-trans-record
            to cr-due-date of ledger-record
        move spaces to ledger-error-record
        move cr-patron-number of lp-trans-record to le-patron-number
        move cr-item-id of lp-trans-record to le-item-id
        move "NO LOAN RULE - KEYED DUE DATE KEPT" to le-reason
        write ledger-error-record
        add 1 to lp-keyed-due-ct
        go to 3560-exit
    end-if.
    if cr-due-date of ledger-record numeric
        compute lp-old-due-ymd =
            cr-due-year of ledger-record * 10000
            + cr-due-month of ledger-record * 100
            + cr-due-day of ledger-record
        if lp-due-ymd-n not > lp-old-due-ymd
            move "RENEWAL WOULD NOT EXTEND THE DUE DATE"
                to lp-ledger-reason
            go to 3560-exit
        end-if
    end-if.
    move lp-due-year to cr-due-year of ledger-record.
    move lp-due-month to cr-due-month of ledger-record.
    move lp-due-day to cr-due-day of ledger-record.
3560-exit.
    exit.

*> ---------------------------------------------------------------
*> 3520-return-lost-item - the item pmlostcv wrote off came back
*> over the desk after all.  the real return date goes on the row
    move space to cr-loan-status of ledger-record.
    move ledger-record to new-ledger-record.
    write new-ledger-record.
    move "CIRCM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-ledger-record.
    add 1 to lp-ledger-write-ct.
    perform 7100-count-new-branch
        thru 7100-exit.
3600-write-through-ledger.
    move ledger-record to new-ledger-record.
    write new-ledger-record.
    move "CIRCM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-ledger-record.
    add 1 to lp-ledger-write-ct.
    perform 7100-count-new-branch
        thru 7100-exit.
                patron-error-file
                audit-file
         extend fee-detail-file.
    move "PATRONM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-patron-record from generation-control-record.
    perform 4100-read-delta
        thru 4100-exit.
    perform 4200-read-patron
    perform 4300-match-process
        thru 4300-exit
        until lp-delta-eof and lp-patron-eof.
    move "PATRONM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-patron-record from generation-control-record.
    close delta-file
          old-patron-file
          new-patron-file
          patron-error-file
          audit-file
          fee-detail-file.
    move "PATRONM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
4000-exit.
    exit.

        at end
            set lp-patron-eof to true
            move high-values to pr-patron-number
            go to 4200-exit
    end-read.
    if pr-generation-control
        go to 4200-read-patron
    end-if.
    add 1 to lp-patron-read-ct.
4200-exit.
    exit.

            write patron-error-record
            go to 4950-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-patron-record.
    add 1 to lp-patron-write-ct.
4950-exit.
    exit.

*> ---------------------------------------------------------------
*> 5000-compute-due-date - from the start date in lp-due-ymd,
*> count the loan period of the rule for lp-due-material at
*> lp-due-tier (or the material's default rule), then step
*> forward while the day lands on a closed day at branch slice
*> lp-due-branch-ix.  lp-rule-found comes back off, and lp-due-ymd
*> untouched, when no rule applies.  the roll gives up after a
*> year of closed days - a calendar that says so is mis-keyed.
*> ---------------------------------------------------------------
5000-compute-due-date.
    move "N" to lp-rule-found-sw.
    move zero to lp-rule-default-ix.
    move zero to lp-rule-ix.
    perform 5100-check-one-rule
        thru 5100-exit
        until lp-rule-found or lp-rule-ix = lp-rule-ct.
    if not lp-rule-found
        if lp-rule-default-ix = zero
            go to 5000-exit
        end-if
        move lp-rule-default-ix to lp-rule-ix
        set lp-rule-found to true
    end-if.
    move lp-rule-days (lp-rule-ix) to lp-due-days-left.
    perform 5150-count-one-loan-day
        thru 5150-exit
        until lp-due-days-left = zero.
    move zero to lp-due-roll-ct.
    perform 5300-check-closed-day
        thru 5300-exit.
    perform 5250-roll-one-day
        thru 5250-exit
        until not lp-day-closed or lp-due-roll-ct = 366.
5000-exit.
    exit.

5100-check-one-rule.
    add 1 to lp-rule-ix.
    if lp-rule-material (lp-rule-ix) not = lp-due-material
        go to 5100-exit
    end-if.
    if lp-rule-tier (lp-rule-ix) = lp-due-tier
        set lp-rule-found to true
    else
        if lp-rule-tier (lp-rule-ix) = space
            move lp-rule-ix to lp-rule-default-ix
        end-if
    end-if.
5100-exit.
    exit.

5150-count-one-loan-day.
    perform 5200-add-one-day
        thru 5200-exit.
    subtract 1 from lp-due-days-left.
5150-exit.
    exit.

*> ---------------------------------------------------------------
*> 5200-add-one-day - advance lp-due-ymd one calendar day.
*> ---------------------------------------------------------------
5200-add-one-day.
    move lp-month-days (lp-due-month) to lp-month-length.
    if lp-due-month = 2
        perform 5220-check-leap-year
            thru 5220-exit
        if lp-leap-year
            add 1 to lp-month-length
        end-if
    end-if.
    add 1 to lp-due-day.
    if lp-due-day > lp-month-length
        move 1 to lp-due-day
        add 1 to lp-due-month
        if lp-due-month > 12
            move 1 to lp-due-month
            add 1 to lp-due-year
        end-if
    end-if.
5200-exit.
    exit.

*> ---------------------------------------------------------------
*> 5220-check-leap-year - lp-due-year is a leap year if it divides
*> evenly by 4, except century years, which must also divide
*> evenly by 400.
*> ---------------------------------------------------------------
5220-check-leap-year.
    move "N" to lp-leap-year-sw.
    divide lp-due-year by 4 giving lp-leap-work
        remainder lp-leap-remainder.
    if lp-leap-remainder not = zero
        go to 5220-exit
    end-if.
    divide lp-due-year by 100 giving lp-leap-work
        remainder lp-leap-remainder.
    if lp-leap-remainder not = zero
        set lp-leap-year to true
        go to 5220-exit
    end-if.
    divide lp-due-year by 400 giving lp-leap-work
        remainder lp-leap-remainder.
    if lp-leap-remainder = zero
        set lp-leap-year to true
    end-if.
5220-exit.
    exit.

5250-roll-one-day.
    perform 5200-add-one-day
        thru 5200-exit.
    add 1 to lp-due-roll-ct.
    perform 5300-check-closed-day
        thru 5300-exit.
5250-exit.
    exit.

*> ---------------------------------------------------------------
*> 5300-check-closed-day - is lp-due-ymd a closed day at branch
*> slice lp-due-branch-ix?  a loan with no branch of its own (the
*> unassigned slice) is only held to days every branch is shut.
*> ---------------------------------------------------------------
5300-check-closed-day.
    move "N" to lp-day-closed-sw.
    move lp-due-ymd-n to lp-cal-ymd.
    perform 1360-find-closed-date
        thru 1360-exit.
    if not lp-closed-found
        go to 5300-exit
    end-if.
    if lp-due-branch-ix < 4
        if lp-closed-branch-sw (lp-closed-ix, lp-due-branch-ix) = "C"
            set lp-day-closed to true
        end-if
    else
        if lp-closed-branch-sw (lp-closed-ix, 1) = "C"
                and lp-closed-branch-sw (lp-closed-ix, 2) = "C"
                and lp-closed-branch-sw (lp-closed-ix, 3) = "C"
            set lp-day-closed to true
        end-if
    end-if.
5300-exit.
    exit.

*> ---------------------------------------------------------------
*> 7000-pick-branch-row - map a branch code to its slice of the
*> per-branch totals; anything that is not one of the three
7300-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is posted.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMLOANPS - " gq-message
        display "PMLOANPS - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
    display "PMLOANPS - LEDGER REJECTS       : " lp-ledger-reject-ct.
    display "PMLOANPS - PATRONS UPDATED      : " lp-patron-update-ct.
    display "PMLOANPS - PATRON REJECTS       : " lp-patron-reject-ct.
    display "PMLOANPS - KEYED DUE DATES KEPT : " lp-keyed-due-ct.
    perform 9100-write-control-totals
        thru 9100-exit.
9000-exit.
