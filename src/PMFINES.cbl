*>   - a loan returned late accrues its final day only on the run
*>     whose date matches cr-return-date (the night pmloanps posts
*>     the return); the earlier overdue days were accrued on the
*>     nights the loan was still open;
*>   - a day the patron's branch was closed (the branch calendar,
*>     BRCAL) accrues nothing, and the fine a loan has run up is
*>     counted in open days only.
*> the daily rate comes off cr-material-type (book, periodical,
*> video - each its own rate on the parameter card) and accrual
*> stops once the loan's accumulated fine reaches the per-loan cap,
*> 2026-08-28 rd    expand the patron record for the card
*>                  expiration date (see pmexpcnv for the
*>                  one-time file conversion).
*> 2026-10-15 rd    no fine for a day the patron's branch was closed
*>                  on the branch calendar (BRCAL); the capped fine
*>                  is counted in open days.
*> 2026-10-15 rd    prove the CIRCM and PATRONM generations against
*>                  the generation catalog (pmgenctl) before posting,
*>                  and stamp the new master's header and trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmfines.
    select error-file
        assign to "FINESE"
        organization is line sequential.
    select optional calendar-file
        assign to "BRCAL"
        organization is line sequential.
    select audit-file
        assign to "PATRONA"
        organization is line sequential.
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
fd  error-file
    label records are standard.
01  error-record.
    05  fe-item-id                  pic X(08).
    05  filler                      pic X(02).
    05  fe-reason                   pic X(40).
fd  calendar-file
    label records are standard.
    copy BranchCal.
fd  audit-file
    label records are standard.
    copy PatronAud.
        88  fn-master-eof                   value "Y".
    05  fn-ledger-eof-sw            pic X(01)  value "N".
        88  fn-ledger-eof                   value "Y".
    05  fn-calendar-eof-sw          pic X(01)  value "N".
        88  fn-calendar-eof                 value "Y".
    05  fn-closed-found-sw          pic X(01)  value "N".
        88  fn-closed-found                 value "Y".
    05  fn-end-day-closed-sw        pic X(01)  value "N".
        88  fn-end-day-closed               value "Y".
01  fn-counters                     comp.
    05  fn-master-read-ct           pic 9(07)  value zero.
    05  fn-master-write-ct          pic 9(07)  value zero.
    05  fn-patron-fined-ct          pic 9(05)  value zero.
    05  fn-orphan-ct                pic 9(05)  value zero.
    05  fn-clamp-ct                 pic 9(05)  value zero.
    05  fn-closed-skip-ct           pic 9(05)  value zero.
01  fn-run-year                     pic 9(04).
01  fn-run-month                    pic 9(02).
01  fn-run-day                      pic 9(02).
01  fn-operator-id                  pic X(08).
01  fn-audit-date                   pic 9(08).
01  fn-audit-time                   pic 9(08).
01  fn-before-image                 pic X(168).
01  fn-ledger-patron                pic X(06).
01  fn-run-day-number               pic 9(07).
01  fn-due-day-number               pic 9(07).
01  fn-end-day-number               pic 9(07).
01  fn-days-late                    pic s9(07).
01  fn-days-prior                   pic s9(07).
01  fn-closed-late                  pic s9(07).
*> the closed days off the branch calendar, as day numbers, with
*> one flag per branch; a date keyed twice has its flags combined.
*> a thousand dates is years of calendar; a full table stops the
*> run rather than fining a closed day it could not hold.
01  fn-closed-table.
    05  fn-closed-entry occurs 1000 times.
        10  fn-closed-day-number    pic 9(07).
        10  fn-closed-branch-sw occurs 3 times
                                    pic X(01).
01  fn-closed-ct                    pic 9(04)  comp value zero.
01  fn-closed-ix                    pic 9(04)  comp value zero.
01  fn-branch-ix                    pic 9(02)  comp value zero.
01  fn-daily-rate                   pic 9(01)v99.
01  fn-fine-thru-today              pic 9(07)v99.
01  fn-fine-thru-yesterday          pic 9(07)v99.
01  fn-patron-fine                  pic 9(05)v99.
01  fn-new-total-fees               pic 9(05)v99.
01  fn-posted-fine                  pic 9(03)v99.
    copy GenReq.
    copy GenRec.
*> --- day-number conversion work areas (see 8000-date-to-days) ---
01  fn-cnv-year                     pic 9(04).
01  fn-cnv-month                    pic 9(02).
    perform 8000-date-to-days
        thru 8000-exit.
    move fn-cnv-day-number to fn-run-day-number.
    perform 1300-load-calendar
        thru 1300-exit.
    move "PMFINES" to gq-program-name.
    set gq-once-per-date to true.
    compute gq-run-date =
        fn-run-year * 10000 + fn-run-month * 100 + fn-run-day.
    move "CIRCM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open input  ledger-file
                old-master-file
         output new-master-file
                error-file
                audit-file
         extend fee-detail-file.
    move "PATRONM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 1300-load-calendar - the closed days, as day numbers.  an
*> unreadable date stops the run (a closing silently dropped would
*> fine a day the doors were locked); no calendar at all means no
*> closings.
*> ---------------------------------------------------------------
1300-load-calendar.
    open input calendar-file.
    perform 1350-load-one-closed-day
        thru 1350-exit
        until fn-calendar-eof.
    close calendar-file.
1300-exit.
    exit.

1350-load-one-closed-day.
    read calendar-file
        at end
            set fn-calendar-eof to true
            go to 1350-exit
    end-read.
    if bc-closed-date not numeric
            or bc-closed-month < 1 or bc-closed-month > 12
            or bc-closed-day < 1 or bc-closed-day > 31
        display "PMFINES - UNREADABLE BRANCH CALENDAR DATE: "
                bc-closed-date
        display "PMFINES - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
    move bc-closed-year to fn-cnv-year.
    move bc-closed-month to fn-cnv-month.
    move bc-closed-day to fn-cnv-day.
    perform 8000-date-to-days
        thru 8000-exit.
    move "N" to fn-closed-found-sw.
    move zero to fn-closed-ix.
    perform 1360-check-one-closed-date
        thru 1360-exit
        until fn-closed-found or fn-closed-ix = fn-closed-ct.
    if not fn-closed-found
        if fn-closed-ct = 1000
            display "PMFINES - BRANCH CALENDAR TABLE FULL - "
                    "RUN ABANDONED"
            move 8 to return-code
            stop run
        end-if
        add 1 to fn-closed-ct
        move fn-closed-ct to fn-closed-ix
        move fn-cnv-day-number to fn-closed-day-number (fn-closed-ix)
        move spaces to fn-closed-branch-sw (fn-closed-ix, 1)
                       fn-closed-branch-sw (fn-closed-ix, 2)
                       fn-closed-branch-sw (fn-closed-ix, 3)
    end-if.
    if bc-branch-is-closed (1)
        move "C" to fn-closed-branch-sw (fn-closed-ix, 1)
    end-if.
    if bc-branch-is-closed (2)
        move "C" to fn-closed-branch-sw (fn-closed-ix, 2)
    end-if.
    if bc-branch-is-closed (3)
        move "C" to fn-closed-branch-sw (fn-closed-ix, 3)
    end-if.
1350-exit.
    exit.

1360-check-one-closed-date.
    add 1 to fn-closed-ix.
    if fn-closed-day-number (fn-closed-ix) = fn-cnv-day-number
        set fn-closed-found to true
    end-if.
1360-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-assess-fines - balanced-line pass over the master and the
*> ledger, same shape as pmrecon's reconciliation.
        at end
            set fn-master-eof to true
            move high-values to pr-patron-number
            go to 2100-exit
    end-read.
    if pr-generation-control
        go to 2100-read-master
    end-if.
    add 1 to fn-master-read-ct.
2100-exit.
    exit.

        at end
            set fn-ledger-eof to true
            move high-values to fn-ledger-patron
            go to 2200-exit
    end-read.
    if cr-generation-control
        go to 2200-read-ledger
    end-if.
    add 1 to fn-ledger-read-ct.
    move cr-patron-number to fn-ledger-patron.
2200-exit.
    exit.

*> open loan is measured against the run date; a loan returned
*> late is measured against its return date, and accrues only on
*> the run whose date it was returned - its earlier overdue days
*> were accrued on the nights it was still open.  only days the
*> patron's branch was open count: nothing accrues tonight when
*> tonight's day was a closed one, and the days late are the open
*> days since the due date.  accrual stops at the per-loan cap:
*> the charge is the capped fine through today less the capped
*> fine through yesterday.
*> ---------------------------------------------------------------
2400-accrue-one-loan.
*> a consortium loan accrues the lending library's fines on their
    if fn-days-late < 1
        go to 2400-next
    end-if.
    perform 2460-count-closed-days
        thru 2460-exit.
    if fn-end-day-closed
        add 1 to fn-closed-skip-ct
        go to 2400-next
    end-if.
    subtract fn-closed-late from fn-days-late.
    perform 2450-pick-daily-rate
        thru 2450-exit.
    if fn-daily-rate = zero
2450-exit.
    exit.

*> ---------------------------------------------------------------
*> 2460-count-closed-days - the closed days at the patron's branch
*> after the due date, up to and including the end day; and
*> whether the end day itself was one.  a patron with no branch of
*> their own is only held to days every branch was shut.
*> ---------------------------------------------------------------
2460-count-closed-days.
    evaluate pr-branch-code
        when "01"
            move 1 to fn-branch-ix
        when "02"
            move 2 to fn-branch-ix
        when "03"
            move 3 to fn-branch-ix
        when other
            move 4 to fn-branch-ix
    end-evaluate.
    move zero to fn-closed-late.
    move "N" to fn-end-day-closed-sw.
    move zero to fn-closed-ix.
    perform 2470-check-one-closed-day
        thru 2470-exit
        until fn-closed-ix = fn-closed-ct.
2460-exit.
    exit.

2470-check-one-closed-day.
    add 1 to fn-closed-ix.
    if fn-closed-day-number (fn-closed-ix) not > fn-due-day-number
            or fn-closed-day-number (fn-closed-ix)
                > fn-end-day-number
        go to 2470-exit
    end-if.
    if fn-branch-ix < 4
        if fn-closed-branch-sw (fn-closed-ix, fn-branch-ix) not = "C"
            go to 2470-exit
        end-if
    else
        if fn-closed-branch-sw (fn-closed-ix, 1) not = "C"
                or fn-closed-branch-sw (fn-closed-ix, 2) not = "C"
                or fn-closed-branch-sw (fn-closed-ix, 3) not = "C"
            go to 2470-exit
        end-if
    end-if.
    add 1 to fn-closed-late.
    if fn-closed-day-number (fn-closed-ix) = fn-end-day-number
        set fn-end-day-closed to true
    end-if.
2470-exit.
    exit.

*> ---------------------------------------------------------------
*> 2500-post-patron-fine - pr-total-fees holds at most 999.99; a
*> balance that would pass it is held at the maximum and reported,
            write error-record
            go to 2700-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to fn-master-write-ct.
2700-exit.
    exit.
8100-exit.
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
        display "PMFINES - " gq-message
        display "PMFINES - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    move "PATRONM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    close ledger-file
          old-master-file
          new-master-file
          error-file
          audit-file
          fee-detail-file.
    move "PATRONM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    display "PMFINES - MASTER RECORDS READ  : " fn-master-read-ct.
    display "PMFINES - LEDGER RECORDS READ  : " fn-ledger-read-ct.
    display "PMFINES - LOANS FINED          : " fn-loan-fined-ct.
    display "PMFINES - PATRONS FINED        : " fn-patron-fined-ct.
    display "PMFINES - ORPHAN LOAN RECORDS  : " fn-orphan-ct.
    display "PMFINES - BALANCES AT MAXIMUM  : " fn-clamp-ct.
    display "PMFINES - CLOSED-DAY NO FINE   : " fn-closed-skip-ct.
    perform 9100-write-control-totals
        thru 9100-exit.
9000-exit.
