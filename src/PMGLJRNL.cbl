*> ---------------------------------------------------------------
*> pmgljrnl - daily general ledger journal from the fee detail
*>
*> finance has been re-keying our fee revenue into the city's
*> general ledger off the pmdrawer printout, and had no figures at
*> all for fines assessed and not yet paid.  this run reads the
*> day's fee detail (fdr-detail-date equal to the date on the
*> GLJRNLP parameter card), summarizes it by the patron's home
*> branch, fdr-detail-type, fdr-reason-code and fdr-tender-code,
*> and writes one balanced pair of journal lines per summary to
*> the journal file (GLJRNL) for the ledger interface:
*>   - an assessment debits receivable and credits revenue;
*>   - a payment debits the clearing account for its tender
*>     (cash, check, card, agency) and credits receivable;
*>   - a waiver debits write-off and credits receivable.
*> the accounts come from finance's mapping file (GLMAP,
*> GlMap.cpy); none is written into this program.  the branch is
*> the patron's home branch (pr-branch-code), the same split every
*> desk report uses; a patron no longer on the master journals
*> under the unassigned branch.
*>
*> the journal is proved before a line of it is written:
*>   - every summary has a mapping (an unmapped line would leave
*>     the ledger short);
*>   - the debits equal the credits;
*>   - the payments by tender equal what pmdrawer reported for the
*>     same date (the latest line for the date on DRAWTOT,
*>     DrawTot.cpy) - finance books what the desk balanced.
*> any failure leaves no journal, lists the reason on the report
*> and ends with return code 8.  a journal that is written is
*> logged on the sent file (GLSENT), and a date already on it is
*> refused outright, so the same day is never booked twice.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before the branch
*>                  lookups.
*> ---------------------------------------------------------------
identification division.
program-id.    pmgljrnl.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select parm-file
        assign to "GLJRNLP"
        organization is line sequential.
    select optional fee-detail-file
        assign to "FEEDTL"
        organization is line sequential.
    select map-file
        assign to "GLMAP"
        organization is line sequential.
    select master-file
        assign to "PATRONM"
        organization is indexed
        access mode is dynamic
        record key is pr-patron-number
        alternate record key is pr-name-zip-key
            with duplicates.
    select optional drawer-total-file
        assign to "DRAWTOT"
        organization is line sequential.
    select optional sent-file
        assign to "GLSENT"
        organization is line sequential.
    select journal-file
        assign to "GLJRNL"
        organization is line sequential.
    select report-file
        assign to "GLJRNLR"
        organization is line sequential.

data division.
file section.
fd  parm-file
    label records are standard.
01  parm-record.
    05  pp-run-date                 pic 9(08).
    05  pp-job-name                 pic X(08).
    05  filler                      pic X(64).
fd  fee-detail-file
    label records are standard.
    copy FeeDtl.
fd  map-file
    label records are standard.
    copy GlMap.
fd  master-file
    label records are standard.
    copy Patron.
fd  drawer-total-file
    label records are standard.
    copy DrawTot.
*> one line per journal sent to the ledger.
fd  sent-file
    label records are standard.
01  sent-record.
    05  gs-journal-date             pic 9(08).
    05  gs-sent-date                pic 9(08).
    05  gs-sent-time                pic 9(08).
    05  gs-line-count               pic 9(07).
    05  gs-total-debit              pic 9(09)v99.
    05  gs-job-name                 pic X(08).
    05  filler                      pic X(10).
*> the ledger interface file: one header, the journal lines, one
*> trailer carrying the line count and both totals.
fd  journal-file
    label records are standard.
01  journal-header-record.
    05  jh-record-type              pic X(01).
    05  jh-journal-date             pic 9(08).
    05  jh-program-name             pic X(08).
    05  jh-created-date             pic 9(08).
    05  jh-created-time             pic 9(08).
    05  filler                      pic X(47).
01  journal-detail-record.
    05  jd-record-type              pic X(01).
    05  jd-journal-date             pic 9(08).
    05  jd-account                  pic X(12).
    05  jd-branch-code              pic X(02).
    05  jd-debit-credit             pic X(01).
    05  jd-amount                   pic 9(09)v99.
    05  jd-detail-type              pic X(01).
    05  jd-reason-code              pic X(03).
    05  jd-tender-code              pic X(01).
    05  jd-detail-count             pic 9(05).
    05  filler                      pic X(35).
01  journal-trailer-record.
    05  jt-record-type              pic X(01).
    05  jt-line-count               pic 9(07).
    05  jt-total-debit              pic 9(09)v99.
    05  jt-total-credit             pic 9(09)v99.
    05  filler                      pic X(50).
fd  report-file
    label records are standard.
01  report-line                     pic X(100).

working-storage section.
*> --- work areas - general ledger journal ---
01  gl-switches.
    05  gl-detail-eof-sw            pic X(01)  value "N".
        88  gl-detail-eof                   value "Y".
    05  gl-map-eof-sw               pic X(01)  value "N".
        88  gl-map-eof                      value "Y".
    05  gl-drawer-eof-sw            pic X(01)  value "N".
        88  gl-drawer-eof                   value "Y".
    05  gl-sent-eof-sw              pic X(01)  value "N".
        88  gl-sent-eof                     value "Y".
    05  gl-drawer-found-sw          pic X(01)  value "N".
        88  gl-drawer-found                 value "Y".
    05  gl-map-found-sw             pic X(01)  value "N".
        88  gl-map-found                    value "Y".
    05  gl-bucket-found-sw          pic X(01)  value "N".
        88  gl-bucket-found                 value "Y".
    05  gl-refuse-sw                pic X(01)  value "N".
        88  gl-journal-refused              value "Y".
01  gl-counters                     comp.
    05  gl-detail-read-ct           pic 9(07)  value zero.
    05  gl-selected-ct              pic 9(07)  value zero.
    05  gl-no-patron-ct             pic 9(07)  value zero.
    05  gl-unmapped-ct              pic 9(05)  value zero.
    05  gl-left-off-ct              pic 9(05)  value zero.
    05  gl-line-ct                  pic 9(07)  value zero.
01  gl-run-date                     pic 9(08).
01  gl-job-name                     pic X(08).
01  gl-created-date                 pic 9(08).
01  gl-created-time                 pic 9(08).
01  gl-last-patron                  pic X(06)  value low-values.
01  gl-last-branch                  pic X(02)  value spaces.
*> finance's mapping rows, loaded whole; two hundred rows is every
*> reason code and tender at every branch several times over.
01  gl-map-table.
    05  gl-map-entry occurs 200 times.
        10  gt-detail-type          pic X(01).
        10  gt-reason-code          pic X(03).
        10  gt-tender-code          pic X(01).
        10  gt-branch-code          pic X(02).
        10  gt-debit-account        pic X(12).
        10  gt-credit-account       pic X(12).
        10  gt-journal-sw           pic X(01).
01  gl-map-ct                       pic 9(03)  comp value zero.
01  gl-map-ix                       pic 9(03)  comp value zero.
*> one summary per branch, detail type, reason and tender seen on
*> the day's detail.  gb-journal-sw is "Y" once mapped to the
*> journal, "N" when the mapping leaves it off, "U" unmapped.
01  gl-bucket-table.
    05  gl-bucket-entry occurs 500 times.
        10  gb-branch-code          pic X(02).
        10  gb-detail-type          pic X(01).
        10  gb-reason-code          pic X(03).
        10  gb-tender-code          pic X(01).
        10  gb-amount               pic 9(07)v99.
        10  gb-detail-ct            pic 9(05).
        10  gb-debit-account        pic X(12).
        10  gb-credit-account       pic X(12).
        10  gb-journal-sw           pic X(01).
01  gl-bucket-ct                    pic 9(03)  comp value zero.
01  gl-bucket-ix                    pic 9(03)  comp value zero.
01  gl-work-key.
    05  gl-work-branch              pic X(02).
    05  gl-work-type                pic X(01).
    05  gl-work-reason              pic X(03).
    05  gl-work-tender              pic X(01).
01  gl-try-reason                   pic X(03).
01  gl-try-branch                   pic X(02).
01  gl-refuse-reason                pic X(40).
01  gl-amounts.
    05  gl-ledger-total             pic 9(09)v99 value zero.
    05  gl-total-debit              pic 9(09)v99 value zero.
    05  gl-total-credit             pic 9(09)v99 value zero.
    05  gl-left-off-total           pic 9(09)v99 value zero.
    05  gl-unmapped-total           pic 9(09)v99 value zero.
*> journalled payments in pmdrawer's columns, and pmdrawer's own.
01  gl-journal-tender.
    05  gl-jt-cash-amt              pic 9(07)v99 value zero.
    05  gl-jt-check-amt             pic 9(07)v99 value zero.
    05  gl-jt-card-amt              pic 9(07)v99 value zero.
    05  gl-jt-other-amt             pic 9(07)v99 value zero.
    05  gl-jt-agency-amt            pic 9(07)v99 value zero.
01  gl-drawer-tender.
    05  gl-dr-cash-amt              pic 9(07)v99 value zero.
    05  gl-dr-check-amt             pic 9(07)v99 value zero.
    05  gl-dr-card-amt              pic 9(07)v99 value zero.
    05  gl-dr-other-amt             pic 9(07)v99 value zero.
    05  gl-dr-agency-amt            pic 9(07)v99 value zero.

01  gl-heading-1.
    05  filler                      pic X(31) value
        "GENERAL LEDGER JOURNAL FOR     ".
    05  hd-run-date                 pic 9(08).
01  gl-heading-2.
    05  filler                      pic X(04) value "BR".
    05  filler                      pic X(05) value "TYPE".
    05  filler                      pic X(05) value "RSN".
    05  filler                      pic X(05) value "TND".
    05  filler                      pic X(07) value "  LINES".
    05  filler                      pic X(15) value "         AMOUNT".
    05  filler                      pic X(02) value spaces.
    05  filler                      pic X(14) value "DEBIT".
    05  filler                      pic X(14) value "CREDIT".
    05  filler                      pic X(16) value "NOTE".
01  gl-bucket-line.
    05  bl-branch-code              pic X(04).
    05  bl-detail-type              pic X(05).
    05  bl-reason-code              pic X(05).
    05  bl-tender-code              pic X(05).
    05  bl-detail-ct                pic ZZ,ZZ9.
    05  filler                      pic X(01) value spaces.
    05  bl-amount                   pic ZZZ,ZZZ,ZZ9.99.
    05  filler                      pic X(03) value spaces.
    05  bl-debit-account            pic X(12).
    05  filler                      pic X(02) value spaces.
    05  bl-credit-account           pic X(12).
    05  filler                      pic X(02) value spaces.
    05  bl-note                     pic X(16).
01  gl-total-line.
    05  tl-label                    pic X(30).
    05  tl-amount                   pic ZZZ,ZZZ,ZZ9.99.
01  gl-tender-heading.
    05  filler                      pic X(30) value
        "PAYMENTS BY TENDER".
    05  filler                      pic X(15) value
        "        JOURNAL".
    05  filler                      pic X(15) value
        "   PMDRAWER".
01  gl-tender-line.
    05  tn-label                    pic X(30).
    05  tn-journal-amt              pic ZZZ,ZZZ,ZZ9.99.
    05  filler                      pic X(02) value spaces.
    05  tn-drawer-amt               pic ZZZ,ZZZ,ZZ9.99.
    05  filler                      pic X(02) value spaces.
    05  tn-note                     pic X(07).
01  gl-result-line.
    05  rs-result                   pic X(22).
    05  rs-reason                   pic X(40).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 0000-main-line
*> ---------------------------------------------------------------
0000-main-line.
    perform 1000-initialize
        thru 1000-exit.
    perform 2000-summarize-detail
        thru 2000-exit.
    perform 3000-map-accounts
        thru 3000-exit.
    perform 4000-prove-journal
        thru 4000-exit.
    if not gl-journal-refused
        perform 5000-write-journal
            thru 5000-exit
    end-if.
    perform 9000-terminate
        thru 9000-exit.
    stop run.

*> ---------------------------------------------------------------
*> 1000-initialize - the run date, the sent-date guard, finance's
*> mapping and pmdrawer's totals for the date.
*> ---------------------------------------------------------------
1000-initialize.
    open input parm-file.
    read parm-file
        at end
            move zero to pp-run-date
            move spaces to pp-job-name
    end-read.
    close parm-file.
    if pp-run-date not numeric or pp-run-date = zero
        display "PMGLJRNL - INVALID RUN DATE ON PARAMETER CARD"
        move 8 to return-code
        stop run
    end-if.
    move pp-run-date to gl-run-date.
    move pp-job-name to gl-job-name.
    accept gl-created-date from date yyyymmdd.
    accept gl-created-time from time.
    move "PMGLJRNL" to gq-program-name.
    move zero to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    perform 1100-check-already-sent
        thru 1100-exit.
    perform 1200-load-mapping
        thru 1200-exit.
    perform 1300-load-drawer-totals
        thru 1300-exit.
    open output report-file.
    move gl-run-date to hd-run-date.
    write report-line from gl-heading-1.
    write report-line from gl-heading-2.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 1100-check-already-sent - a date on the sent file has been
*> booked; a second journal for it would double the day's revenue
*> in the ledger.
*> ---------------------------------------------------------------
1100-check-already-sent.
    open input sent-file.
    perform 1150-check-one-sent
        thru 1150-exit
        until gl-sent-eof.
    close sent-file.
1100-exit.
    exit.

1150-check-one-sent.
    read sent-file
        at end
            set gl-sent-eof to true
            go to 1150-exit
    end-read.
    if gs-journal-date = gl-run-date
        display "PMGLJRNL - JOURNAL FOR " gl-run-date
                " ALREADY SENT ON " gs-sent-date
        display "PMGLJRNL - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
1150-exit.
    exit.

*> ---------------------------------------------------------------
*> 1200-load-mapping - an unreadable row or one keyed twice stops
*> the run: finance has to decide which account is right.
*> ---------------------------------------------------------------
1200-load-mapping.
    open input map-file.
    perform 1250-load-one-mapping
        thru 1250-exit
        until gl-map-eof.
    close map-file.
1200-exit.
    exit.

1250-load-one-mapping.
    read map-file
        at end
            set gl-map-eof to true
            go to 1250-exit
    end-read.
    if gm-detail-type not = "A" and not = "P" and not = "W"
        display "PMGLJRNL - MAPPING ROW WITH BAD DETAIL TYPE: "
                gm-detail-type gm-reason-code gm-tender-code
                gm-branch-code
        display "PMGLJRNL - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
    if not gm-not-journalled
            and (gm-debit-account = spaces
                 or gm-credit-account = spaces)
        display "PMGLJRNL - MAPPING ROW WITH NO ACCOUNT: "
                gm-detail-type gm-reason-code gm-tender-code
                gm-branch-code
        display "PMGLJRNL - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
    move zero to gl-map-ix.
    perform 1260-check-duplicate-mapping
        thru 1260-exit
        until gl-map-ix = gl-map-ct.
    if gl-map-ct = 200
        display "PMGLJRNL - MAPPING TABLE FULL - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
    add 1 to gl-map-ct.
    move gm-detail-type to gt-detail-type (gl-map-ct).
    move gm-reason-code to gt-reason-code (gl-map-ct).
    move gm-tender-code to gt-tender-code (gl-map-ct).
    move gm-branch-code to gt-branch-code (gl-map-ct).
    move gm-debit-account to gt-debit-account (gl-map-ct).
    move gm-credit-account to gt-credit-account (gl-map-ct).
    move gm-journal-sw to gt-journal-sw (gl-map-ct).
1250-exit.
    exit.

1260-check-duplicate-mapping.
    add 1 to gl-map-ix.
    if gt-detail-type (gl-map-ix) = gm-detail-type
            and gt-reason-code (gl-map-ix) = gm-reason-code
            and gt-tender-code (gl-map-ix) = gm-tender-code
            and gt-branch-code (gl-map-ix) = gm-branch-code
        display "PMGLJRNL - DUPLICATE MAPPING ROW: "
                gm-detail-type gm-reason-code gm-tender-code
                gm-branch-code
        display "PMGLJRNL - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
1260-exit.
    exit.

*> ---------------------------------------------------------------
*> 1300-load-drawer-totals - pmdrawer appends a line per run; the
*> latest line for the date stands.  no line at all means the
*> drawers were never balanced for the date, and there is nothing
*> to prove the payments against.
*> ---------------------------------------------------------------
1300-load-drawer-totals.
    open input drawer-total-file.
    perform 1350-load-one-drawer-total
        thru 1350-exit
        until gl-drawer-eof.
    close drawer-total-file.
    if not gl-drawer-found
        display "PMGLJRNL - NO PMDRAWER TOTALS FOR " gl-run-date
        display "PMGLJRNL - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
1300-exit.
    exit.

1350-load-one-drawer-total.
    read drawer-total-file
        at end
            set gl-drawer-eof to true
            go to 1350-exit
    end-read.
    if dt-run-date not = gl-run-date
        go to 1350-exit
    end-if.
    set gl-drawer-found to true.
    move dt-cash-amt to gl-dr-cash-amt.
    move dt-check-amt to gl-dr-check-amt.
    move dt-card-amt to gl-dr-card-amt.
    move dt-other-amt to gl-dr-other-amt.
    move dt-agency-amt to gl-dr-agency-amt.
1350-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-summarize-detail - one pass over the standing ledger,
*> keeping only the run date's lines.
*> ---------------------------------------------------------------
2000-summarize-detail.
    open input fee-detail-file
               master-file.
    perform 2100-read-detail
        thru 2100-exit.
    perform 2200-summarize-one-detail
        thru 2200-exit
        until gl-detail-eof.
    close fee-detail-file
          master-file.
2000-exit.
    exit.

2100-read-detail.
    read fee-detail-file
        at end
            set gl-detail-eof to true
        not at end
            add 1 to gl-detail-read-ct
    end-read.
2100-exit.
    exit.

*> ---------------------------------------------------------------
*> 2200-summarize-one-detail - the tender only means anything on
*> a payment; an assessment or waiver summarizes under a blank
*> tender whatever the line carries.
*> ---------------------------------------------------------------
2200-summarize-one-detail.
    if fdr-detail-date not = gl-run-date
        go to 2200-next
    end-if.
    add 1 to gl-selected-ct.
    add fdr-amount to gl-ledger-total.
    perform 2300-fetch-branch
        thru 2300-exit.
    move gl-last-branch to gl-work-branch.
    move fdr-detail-type to gl-work-type.
    move fdr-reason-code to gl-work-reason.
    if fdr-detail-is-payment
        move fdr-tender-code to gl-work-tender
    else
        move space to gl-work-tender
    end-if.
    perform 2400-find-bucket
        thru 2400-exit.
    if gl-bucket-found
        add fdr-amount to gb-amount (gl-bucket-ix)
        add 1 to gb-detail-ct (gl-bucket-ix)
    end-if.
2200-next.
    perform 2100-read-detail
        thru 2100-exit.
2200-exit.
    exit.

*> ---------------------------------------------------------------
*> 2300-fetch-branch - the patron's home branch; the ledger is
*> roughly in patron order within a day, so the last one read is
*> kept.
*> ---------------------------------------------------------------
2300-fetch-branch.
    if fdr-patron-number = gl-last-patron
        go to 2300-exit
    end-if.
    move fdr-patron-number to gl-last-patron.
    move fdr-patron-number to pr-patron-number.
    read master-file
        invalid key
            move spaces to gl-last-branch
            add 1 to gl-no-patron-ct
        not invalid key
            move pr-branch-code to gl-last-branch
    end-read.
2300-exit.
    exit.

*> ---------------------------------------------------------------
*> 2400-find-bucket - locate (or open) the summary for
*> gl-work-key.  a full table refuses the journal rather than
*> lumping a line under another summary.
*> ---------------------------------------------------------------
2400-find-bucket.
    move "N" to gl-bucket-found-sw.
    move zero to gl-bucket-ix.
    perform 2410-check-one-bucket
        thru 2410-exit
        until gl-bucket-found or gl-bucket-ix = gl-bucket-ct.
    if gl-bucket-found
        go to 2400-exit
    end-if.
    if gl-bucket-ct = 500
        if not gl-journal-refused
            set gl-journal-refused to true
            move "SUMMARY TABLE FULL" to gl-refuse-reason
        end-if
        go to 2400-exit
    end-if.
    add 1 to gl-bucket-ct.
    move gl-bucket-ct to gl-bucket-ix.
    move gl-work-branch to gb-branch-code (gl-bucket-ix).
    move gl-work-type to gb-detail-type (gl-bucket-ix).
    move gl-work-reason to gb-reason-code (gl-bucket-ix).
    move gl-work-tender to gb-tender-code (gl-bucket-ix).
    move zero to gb-amount (gl-bucket-ix)
                 gb-detail-ct (gl-bucket-ix).
    move spaces to gb-debit-account (gl-bucket-ix)
                   gb-credit-account (gl-bucket-ix).
    move "U" to gb-journal-sw (gl-bucket-ix).
    set gl-bucket-found to true.
2400-exit.
    exit.

2410-check-one-bucket.
    add 1 to gl-bucket-ix.
    if gb-branch-code (gl-bucket-ix) = gl-work-branch
            and gb-detail-type (gl-bucket-ix) = gl-work-type
            and gb-reason-code (gl-bucket-ix) = gl-work-reason
            and gb-tender-code (gl-bucket-ix) = gl-work-tender
        set gl-bucket-found to true
    end-if.
2410-exit.
    exit.

*> ---------------------------------------------------------------
*> 3000-map-accounts - each summary takes the most particular
*> mapping row there is (see GlMap.cpy) and is listed on the
*> report with the accounts it will post to.
*> ---------------------------------------------------------------
3000-map-accounts.
    move zero to gl-bucket-ix.
    perform 3100-map-one-bucket
        thru 3100-exit
        until gl-bucket-ix = gl-bucket-ct.
3000-exit.
    exit.

3100-map-one-bucket.
    add 1 to gl-bucket-ix.
    move gb-reason-code (gl-bucket-ix) to gl-try-reason.
    move gb-branch-code (gl-bucket-ix) to gl-try-branch.
    perform 3150-search-mapping
        thru 3150-exit.
    if not gl-map-found
        move spaces to gl-try-branch
        perform 3150-search-mapping
            thru 3150-exit
    end-if.
    if not gl-map-found
        move spaces to gl-try-reason
        move gb-branch-code (gl-bucket-ix) to gl-try-branch
        perform 3150-search-mapping
            thru 3150-exit
    end-if.
    if not gl-map-found
        move spaces to gl-try-branch
        perform 3150-search-mapping
            thru 3150-exit
    end-if.
    move spaces to gl-bucket-line.
    evaluate true
        when not gl-map-found
            move "U" to gb-journal-sw (gl-bucket-ix)
            add 1 to gl-unmapped-ct
            add gb-amount (gl-bucket-ix) to gl-unmapped-total
            move "NO MAPPING" to bl-note
        when gt-journal-sw (gl-map-ix) = "N"
            move "N" to gb-journal-sw (gl-bucket-ix)
            add 1 to gl-left-off-ct
            add gb-amount (gl-bucket-ix) to gl-left-off-total
            move "LEFT OFF JOURNAL" to bl-note
        when other
            move "Y" to gb-journal-sw (gl-bucket-ix)
            move gt-debit-account (gl-map-ix)
                to gb-debit-account (gl-bucket-ix)
            move gt-credit-account (gl-map-ix)
                to gb-credit-account (gl-bucket-ix)
            add gb-amount (gl-bucket-ix) to gl-total-debit
            add gb-amount (gl-bucket-ix) to gl-total-credit
            perform 3200-add-journal-tender
                thru 3200-exit
    end-evaluate.
    move gb-branch-code (gl-bucket-ix) to bl-branch-code.
    move gb-detail-type (gl-bucket-ix) to bl-detail-type.
    move gb-reason-code (gl-bucket-ix) to bl-reason-code.
    move gb-tender-code (gl-bucket-ix) to bl-tender-code.
    move gb-detail-ct (gl-bucket-ix) to bl-detail-ct.
    move gb-amount (gl-bucket-ix) to bl-amount.
    move gb-debit-account (gl-bucket-ix) to bl-debit-account.
    move gb-credit-account (gl-bucket-ix) to bl-credit-account.
    write report-line from gl-bucket-line.
3100-exit.
    exit.

*> ---------------------------------------------------------------
*> 3150-search-mapping - one try at gl-try-reason / gl-try-branch
*> for the summary in hand; gl-map-ix is left on the row found.
*> ---------------------------------------------------------------
3150-search-mapping.
    move "N" to gl-map-found-sw.
    move zero to gl-map-ix.
    perform 3160-check-one-mapping
        thru 3160-exit
        until gl-map-found or gl-map-ix = gl-map-ct.
3150-exit.
    exit.

3160-check-one-mapping.
    add 1 to gl-map-ix.
    if gt-detail-type (gl-map-ix) = gb-detail-type (gl-bucket-ix)
            and gt-reason-code (gl-map-ix) = gl-try-reason
            and gt-tender-code (gl-map-ix)
                = gb-tender-code (gl-bucket-ix)
            and gt-branch-code (gl-map-ix) = gl-try-branch
        set gl-map-found to true
    end-if.
3160-exit.
    exit.

*> ---------------------------------------------------------------
*> 3200-add-journal-tender - a journalled payment, in pmdrawer's
*> columns: a tender code pmdrawer does not know is OTHER there.
*> ---------------------------------------------------------------
3200-add-journal-tender.
    if gb-detail-type (gl-bucket-ix) not = "P"
        go to 3200-exit
    end-if.
    evaluate gb-tender-code (gl-bucket-ix)
        when "C"
            add gb-amount (gl-bucket-ix) to gl-jt-cash-amt
        when "K"
            add gb-amount (gl-bucket-ix) to gl-jt-check-amt
        when "D"
            add gb-amount (gl-bucket-ix) to gl-jt-card-amt
        when "A"
            add gb-amount (gl-bucket-ix) to gl-jt-agency-amt
        when other
            add gb-amount (gl-bucket-ix) to gl-jt-other-amt
    end-evaluate.
3200-exit.
    exit.

*> ---------------------------------------------------------------
*> 4000-prove-journal - the totals and the proofs; the first
*> failure found is the reason given.
*> ---------------------------------------------------------------
4000-prove-journal.
    move spaces to report-line.
    write report-line.
    move "FEE DETAIL FOR THE DATE" to tl-label.
    move gl-ledger-total to tl-amount.
    write report-line from gl-total-line.
    move "JOURNAL DEBITS" to tl-label.
    move gl-total-debit to tl-amount.
    write report-line from gl-total-line.
    move "JOURNAL CREDITS" to tl-label.
    move gl-total-credit to tl-amount.
    write report-line from gl-total-line.
    move "LEFT OFF BY MAPPING" to tl-label.
    move gl-left-off-total to tl-amount.
    write report-line from gl-total-line.
    move "NO MAPPING" to tl-label.
    move gl-unmapped-total to tl-amount.
    write report-line from gl-total-line.
    if gl-unmapped-ct not = zero and not gl-journal-refused
        set gl-journal-refused to true
        move "FEE DETAIL WITH NO ACCOUNT MAPPING" to gl-refuse-reason
    end-if.
    if gl-total-debit not = gl-total-credit
            and not gl-journal-refused
        set gl-journal-refused to true
        move "DEBITS DO NOT EQUAL CREDITS" to gl-refuse-reason
    end-if.
    move spaces to report-line.
    write report-line.
    write report-line from gl-tender-heading.
    move "CASH" to tn-label.
    move gl-jt-cash-amt to tn-journal-amt.
    move gl-dr-cash-amt to tn-drawer-amt.
    perform 4100-compare-tender
        thru 4100-exit.
    move "CHECK" to tn-label.
    move gl-jt-check-amt to tn-journal-amt.
    move gl-dr-check-amt to tn-drawer-amt.
    perform 4100-compare-tender
        thru 4100-exit.
    move "CARD" to tn-label.
    move gl-jt-card-amt to tn-journal-amt.
    move gl-dr-card-amt to tn-drawer-amt.
    perform 4100-compare-tender
        thru 4100-exit.
    move "OTHER" to tn-label.
    move gl-jt-other-amt to tn-journal-amt.
    move gl-dr-other-amt to tn-drawer-amt.
    perform 4100-compare-tender
        thru 4100-exit.
    move "AGENCY" to tn-label.
    move gl-jt-agency-amt to tn-journal-amt.
    move gl-dr-agency-amt to tn-drawer-amt.
    perform 4100-compare-tender
        thru 4100-exit.
4000-exit.
    exit.

*> ---------------------------------------------------------------
*> 4100-compare-tender - the edited amounts stand in for the two
*> totals; equal edited figures are equal amounts.
*> ---------------------------------------------------------------
4100-compare-tender.
    if tn-journal-amt = tn-drawer-amt
        move "AGREES" to tn-note
    else
        move "DIFFERS" to tn-note
        if not gl-journal-refused
            set gl-journal-refused to true
            move "PAYMENTS DO NOT AGREE WITH PMDRAWER"
                to gl-refuse-reason
        end-if
    end-if.
    write report-line from gl-tender-line.
4100-exit.
    exit.

*> ---------------------------------------------------------------
*> 5000-write-journal - header, a debit and a credit line per
*> journalled summary, trailer; then the date goes on the sent
*> file.
*> ---------------------------------------------------------------
5000-write-journal.
    open output journal-file.
    move spaces to journal-header-record.
    move "H" to jh-record-type.
    move gl-run-date to jh-journal-date.
    move "PMGLJRNL" to jh-program-name.
    move gl-created-date to jh-created-date.
    move gl-created-time to jh-created-time.
    write journal-header-record.
    move zero to gl-bucket-ix.
    perform 5100-write-one-summary
        thru 5100-exit
        until gl-bucket-ix = gl-bucket-ct.
    move spaces to journal-trailer-record.
    move "T" to jt-record-type.
    move gl-line-ct to jt-line-count.
    move gl-total-debit to jt-total-debit.
    move gl-total-credit to jt-total-credit.
    write journal-trailer-record.
    close journal-file.
    open extend sent-file.
    move spaces to sent-record.
    move gl-run-date to gs-journal-date.
    move gl-created-date to gs-sent-date.
    move gl-created-time to gs-sent-time.
    move gl-line-ct to gs-line-count.
    move gl-total-debit to gs-total-debit.
    move gl-job-name to gs-job-name.
    write sent-record.
    close sent-file.
5000-exit.
    exit.

5100-write-one-summary.
    add 1 to gl-bucket-ix.
    if gb-journal-sw (gl-bucket-ix) not = "Y"
            or gb-amount (gl-bucket-ix) = zero
        go to 5100-exit
    end-if.
    move spaces to journal-detail-record.
    move "D" to jd-record-type.
    move gl-run-date to jd-journal-date.
    move gb-branch-code (gl-bucket-ix) to jd-branch-code.
    move gb-amount (gl-bucket-ix) to jd-amount.
    move gb-detail-type (gl-bucket-ix) to jd-detail-type.
    move gb-reason-code (gl-bucket-ix) to jd-reason-code.
    move gb-tender-code (gl-bucket-ix) to jd-tender-code.
    move gb-detail-ct (gl-bucket-ix) to jd-detail-count.
    move gb-debit-account (gl-bucket-ix) to jd-account.
    move "D" to jd-debit-credit.
    write journal-detail-record.
    move gb-credit-account (gl-bucket-ix) to jd-account.
    move "C" to jd-debit-credit.
    write journal-detail-record.
    add 2 to gl-line-ct.
5100-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects abandons the run before
*> anything is journaled.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMGLJRNL - " gq-message
        display "PMGLJRNL - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    move spaces to report-line.
    write report-line.
    move spaces to gl-result-line.
    if gl-journal-refused
        move "JOURNAL NOT CREATED - " to rs-result
        move gl-refuse-reason to rs-reason
        move 8 to return-code
    else
        move "JOURNAL CREATED" to rs-result
    end-if.
    write report-line from gl-result-line.
    close report-file.
    display "PMGLJRNL - DETAIL RECORDS READ : " gl-detail-read-ct.
    display "PMGLJRNL - RUN DATE DETAIL     : " gl-selected-ct.
    display "PMGLJRNL - PATRONS NOT ON FILE : " gl-no-patron-ct.
    display "PMGLJRNL - SUMMARIES           : " gl-bucket-ct.
    display "PMGLJRNL - SUMMARIES LEFT OFF  : " gl-left-off-ct.
    display "PMGLJRNL - SUMMARIES UNMAPPED  : " gl-unmapped-ct.
    display "PMGLJRNL - JOURNAL LINES       : " gl-line-ct.
    if gl-journal-refused
        display "PMGLJRNL - JOURNAL NOT CREATED - " gl-refuse-reason
    end-if.
9000-exit.
    exit.
