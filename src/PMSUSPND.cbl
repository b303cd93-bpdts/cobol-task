*> 2026-08-28 rd    expand the patron record for the card
*>                  expiration date (see pmexpcnv for the
*>                  one-time file conversion).
*> 2026-10-15 rd    household fee threshold.  with "H" on the
*>                  parameter card a patron on the household file
*>                  (HOUSEM) is judged on the household's combined
*>                  fees - the guardian's plus every dependent's -
*>                  as well as on their own.
*> 2026-10-15 rd    prove the PATRONM and CIRCM generations against
*>                  the generation catalog (pmgenctl) before the
*>                  run, and stamp the new master's header and
*>                  trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmsuspnd.
        record key is nmk-patron-number
        alternate record key is nmk-name-zip-key
            with duplicates.
*> the master a second time, by key, to read the fees of the other
*> members of a patron's household.
    select household-master-file
        assign to "PATRONM"
        organization is indexed
        access mode is dynamic
        record key is hm-patron-number
        alternate record key is hm-name-zip-key
            with duplicates.
    select optional link-file
        assign to "HOUSEM"
        organization is indexed
        access mode is dynamic
        record key is hh-dependent-number
        alternate record key is hh-guardian-number
            with duplicates.
    select report-file
        assign to "SUSPNDO"
        organization is line sequential.
    05  pp-overdue-days             pic 9(03).
    05  pp-job-name                 pic X(08).
    05  pp-operator-id              pic X(08).
*> "H" judges the fee threshold on the household total as well.
    05  pp-household-sw             pic X(01).
    05  filler                      pic X(47).
fd  ledger-file
    label records are standard.
    copy Circ.
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
fd  household-master-file
    label records are standard.
01  household-master-record         pic X(168).
*> household-master-fields exposes, by position only, the keys and
*> the fee balance of patron-record - all this run reads of a
*> household member.
01  household-master-fields redefines household-master-record.
    05  hm-patron-number            pic X(06).
    05  filler                      pic X(10).
    05  hm-name-zip-key             pic X(22).
    05  filler                      pic X(51).
    05  hm-total-fees               pic 999V99
                              usage packed-decimal.
    05  filler                      pic X(76).
fd  link-file
    label records are standard.
    copy Household.
fd  report-file
    label records are standard.
01  report-line                     pic X(80).
        88  sp-delinquent                   value "Y".
    05  sp-overdue-sw               pic X(01)  value "N".
        88  sp-long-overdue                 value "Y".
    05  sp-household-rule-sw        pic X(01)  value "N".
        88  sp-household-rule               value "Y".
    05  sp-more-members-sw          pic X(01)  value "N".
        88  sp-more-members                 value "Y".
01  sp-counters                     comp.
    05  sp-master-read-ct           pic 9(07)  value zero.
    05  sp-master-write-ct          pic 9(07)  value zero.
    05  sp-suspend-ct               pic 9(07)  value zero.
    05  sp-reinstate-ct             pic 9(07)  value zero.
    05  sp-orphan-ct                pic 9(07)  value zero.
    05  sp-household-ct             pic 9(07)  value zero.
01  sp-run-year                     pic 9(04).
01  sp-run-month                    pic 9(02).
01  sp-run-day                      pic 9(02).
01  sp-operator-id                  pic X(08).
01  sp-audit-date                   pic 9(08).
01  sp-audit-time                   pic 9(08).
01  sp-before-image                 pic X(168).
01  sp-ledger-patron                pic X(06).
01  sp-run-day-number               pic 9(07).
01  sp-due-day-number               pic 9(07).
01  sp-days-late                    pic s9(07).
01  sp-reason-text                  pic X(12).
01  sp-household-head               pic X(06).
01  sp-household-fees               pic 9(05)v99.
*> --- day-number conversion work areas (see 8000-date-to-days) ---
01  sp-cnv-year                     pic 9(04).
01  sp-cnv-month                    pic 9(02).
    05  bt-suspend-ct               pic ZZ,ZZ9.
    05  filler                      pic X(13) value "  REINSTATED ".
    05  bt-reinstate-ct             pic ZZ,ZZ9.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
        display "PMSUSPND - INVALID THRESHOLDS ON PARAMETER CARD"
        stop run
    end-if.
    if pp-household-sw not = space and pp-household-sw not = "H"
        display "PMSUSPND - INVALID HOUSEHOLD SWITCH ON PARAMETER CARD"
        stop run
    end-if.
    if pp-household-sw = "H"
        set sp-household-rule to true
    end-if.
    accept sp-audit-date from date yyyymmdd.
    accept sp-audit-time from time.
    move sp-run-year to sp-cnv-year.
    perform 8000-date-to-days
        thru 8000-exit.
    move sp-cnv-day-number to sp-run-day-number.
    move "PMSUSPND" to gq-program-name.
    set gq-once-per-date to true.
    compute gq-run-date =
        sp-run-year * 10000 + sp-run-month * 100 + sp-run-day.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "CIRCM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open input  ledger-file
                old-master-file
                household-master-file
                link-file
         output new-master-file
                report-file
                audit-file.
    move "PATRONM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    write report-line from sp-heading-1.
    write report-line from sp-heading-2.
1000-exit.
        at end
            set sp-master-eof to true
            move high-values to pr-patron-number
            go to 2100-exit
    end-read.
    if pr-generation-control
        go to 2100-read-master
    end-if.
    add 1 to sp-master-read-ct.
2100-exit.
    exit.

        at end
            set sp-ledger-eof to true
            move high-values to sp-ledger-patron
            go to 2200-exit
    end-read.
    if cr-generation-control
        go to 2200-read-ledger
    end-if.
    add 1 to sp-ledger-read-ct.
    move cr-patron-number to sp-ledger-patron.
2200-exit.
    exit.

        set sp-delinquent to true
        move "FEES" to sp-reason-text
    end-if.
*> a patron under the threshold alone can still be over it on the
*> household's combined balance when the card asks for that rule.
    if sp-household-rule and not sp-delinquent
        perform 2450-total-household
            thru 2450-exit
        if sp-household-fees > sp-fee-threshold
            set sp-delinquent to true
            move "HOUSEHOLD" to sp-reason-text
        end-if
    end-if.
    if sp-long-overdue
        set sp-delinquent to true
        evaluate sp-reason-text
            when spaces
                move "OVERDUE" to sp-reason-text
            when "HOUSEHOLD"
                move "HHLD+OVERDUE" to sp-reason-text
            when other
                move "FEES+OVERDUE" to sp-reason-text
        end-evaluate
    end-if.
    evaluate true
        when pr-patron-status = "A" and sp-delinquent
2400-exit.
    exit.

*> ---------------------------------------------------------------
*> 2450-total-household - the household is the guardian's: a
*> dependent's head is the guardian, anyone else heads their own.
*> the total is the head's fees plus every dependent's.  the
*> patron in hand is counted from patron-record; the others are
*> read from the master by key.
*> ---------------------------------------------------------------
2450-total-household.
    move zero to sp-household-fees.
    move pr-patron-number to hh-dependent-number.
    read link-file
        invalid key
            move pr-patron-number to sp-household-head
        not invalid key
            move hh-guardian-number to sp-household-head
    end-read.
    move sp-household-head to hm-patron-number.
    perform 2470-add-member-fees
        thru 2470-exit.
    move sp-household-head to hh-guardian-number.
    set sp-more-members to true.
    start link-file key is equal to hh-guardian-number
        invalid key
            move "N" to sp-more-members-sw
    end-start.
    if sp-more-members
        perform 2460-read-next-member
            thru 2460-exit
        perform 2465-add-one-member
            thru 2465-exit
            until not sp-more-members
    end-if.
2450-exit.
    exit.

2460-read-next-member.
    read link-file next record
        at end
            move "N" to sp-more-members-sw
    end-read.
2460-exit.
    exit.

2465-add-one-member.
    if hh-guardian-number not = sp-household-head
        move "N" to sp-more-members-sw
        go to 2465-exit
    end-if.
    move hh-dependent-number to hm-patron-number.
    perform 2470-add-member-fees
        thru 2470-exit.
    perform 2460-read-next-member
        thru 2460-exit.
2465-exit.
    exit.

*> ---------------------------------------------------------------
*> 2470-add-member-fees - hm-patron-number names the member; one
*> gone from the master adds nothing.
*> ---------------------------------------------------------------
2470-add-member-fees.
    if hm-patron-number = pr-patron-number
        add pr-total-fees to sp-household-fees
        go to 2470-exit
    end-if.
    read household-master-file
        invalid key
            continue
        not invalid key
            add hm-total-fees to sp-household-fees
    end-read.
2470-exit.
    exit.

*> ---------------------------------------------------------------
*> 2500-suspend-patron
*> ---------------------------------------------------------------
    move "S" to pr-patron-status.
    set pr-batch-suspended to true.
    add 1 to sp-suspend-ct.
    if sp-reason-text = "HOUSEHOLD" or sp-reason-text = "HHLD+OVERDUE"
        add 1 to sp-household-ct
    end-if.
    perform 2850-pick-branch-row
        thru 2850-exit.
    add 1 to sp-br-suspend-ct (sp-br-ix).
                pr-patron-number
            go to 2700-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to sp-master-write-ct.
2700-exit.
    exit.
8100-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is suspended.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMSUSPND - " gq-message
        display "PMSUSPND - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
    perform 9050-write-branch-total
        thru 9050-exit
        until sp-br-ix = 4.
    move "PATRONM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    close ledger-file
          old-master-file
          household-master-file
          link-file
          new-master-file
          report-file
          audit-file.
    move "PATRONM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    display "PMSUSPND - MASTER RECORDS READ : " sp-master-read-ct.
    display "PMSUSPND - LEDGER RECORDS READ : " sp-ledger-read-ct.
    display "PMSUSPND - PATRONS SUSPENDED   : " sp-suspend-ct.
    display "PMSUSPND - PATRONS REINSTATED  : " sp-reinstate-ct.
    display "PMSUSPND - ON HOUSEHOLD FEES   : " sp-household-ct.
    display "PMSUSPND - ORPHAN LOAN RECORDS : " sp-orphan-ct.
    perform 9100-write-control-totals
        thru 9100-exit.
