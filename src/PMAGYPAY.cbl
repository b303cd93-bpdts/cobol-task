*> ---------------------------------------------------------------
*> pmagypay - collection agency remittance posting
*>
*> the collection agency sends back a monthly remittance file
*> (AGYREM): one line per patron it collected from, giving the
*> amount the patron paid the agency and the commission the agency
*> kept.  this run edits the file and posts it against the patron
*> master and the standing fee detail ledger (FeeDtl.cpy), the
*> same balanced-line shape as pmcashr:
*>   - the patron's balance comes down by the full amount the
*>     patron paid - that is what the patron owes no longer;
*>   - the money the library actually receives, collected less
*>     commission, is itemized as a payment under the agency
*>     tender ("A") and reason code AGY, so pmdrawer never reads
*>     it as desk cash;
*>   - the commission is itemized as a waiver with reason code
*>     AGC - the library wrote it off to the agency - so the
*>     patron's detail still nets to pr-total-fees and pmfeercn
*>     ties out.
*> a remittance for an unknown patron, a patron never referred
*> (pmagyref), a commission larger than the collection, or a
*> collection larger than the outstanding balance is rejected to
*> the error file rather than applied.  every patron whose balance
*> changes gets the standard before/after audit entry.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before posting,
*>                  and stamp the new master's header and trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmagypay.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select trans-file
        assign to "AGYREM"
        organization is line sequential.
    select sort-work-file
        assign to "SORTWK1".
    select sorted-trans-file
        assign to "AGYREMS"
        organization is line sequential.
    select old-master-file
        assign to "PATRONM"
        organization is indexed
        access mode is sequential
        record key is pr-patron-number
        alternate record key is pr-name-zip-key
            with duplicates.
    select new-master-file
        assign to "PATRONMN"
        organization is indexed
        access mode is sequential
        record key is nmk-patron-number
        alternate record key is nmk-name-zip-key
            with duplicates.
    select error-file
        assign to "AGYPAYE"
        organization is line sequential.
    select parm-file
        assign to "AGYPAYP"
        organization is line sequential.
    select audit-file
        assign to "PATRONA"
        organization is line sequential.
    select optional fee-detail-file
        assign to "FEEDTL"
        organization is line sequential.
    select optional control-file
        assign to "CTLTOT"
        organization is line sequential.

data division.
file section.
fd  trans-file
    label records are standard.
01  remit-trans-record.
    05  rt-patron-number            pic X(06).
    05  rt-collected-amount         pic 9(03)v99.
    05  rt-commission-amount        pic 9(03)v99.
    05  rt-remit-date               pic 9(08).
    05  rt-agency-reference         pic X(10).
    05  filler                      pic X(46).
sd  sort-work-file.
01  sort-remit-record.
    05  sr-patron-number            pic X(06).
    05  filler                      pic X(74).
fd  sorted-trans-file
    label records are standard.
01  sorted-remit-record             pic X(80).
fd  old-master-file
    label records are standard.
    copy Patron.
fd  new-master-file
    label records are standard.
01  new-master-record               pic X(168).
*> new-master-key-fields exposes, by position only, the same two
*> key fields patron-record carries (pr-patron-number and
*> pr-name-zip-key) so the indexed file's own record description
*> can supply the keys in file-control - without re-declaring every
*> patron-record field a second time under this file.
01  new-master-key-fields redefines new-master-record.
    05  nmk-patron-number           pic X(06).
    05  filler                      pic X(10).
    05  nmk-name-zip-key            pic X(22).
    05  filler                      pic X(130).
fd  error-file
    label records are standard.
01  error-record.
    05  ae-patron-number            pic X(06).
    05  filler                      pic X(02).
    05  ae-agency-reference         pic X(10).
    05  filler                      pic X(02).
    05  ae-reason                   pic X(40).
fd  parm-file
    label records are standard.
01  parm-record.
    05  pp-job-name                 pic X(08).
    05  pp-operator-id              pic X(08).
    05  pp-run-date                 pic X(08).
    05  filler                      pic X(56).
fd  audit-file
    label records are standard.
    copy PatronAud.
fd  fee-detail-file
    label records are standard.
    copy FeeDtl.
fd  control-file
    label records are standard.
    copy CtlTot.

working-storage section.
*> --- work areas - agency remittance posting ---
01  ag-trans-record.
    05  ag-patron-number            pic X(06).
    05  ag-collected-amount         pic 9(03)v99.
    05  ag-commission-amount        pic 9(03)v99.
    05  ag-remit-date               pic 9(08).
    05  ag-agency-reference         pic X(10).
    05  filler                      pic X(46).
01  ag-switches.
    05  ag-master-eof-sw            pic X(01)  value "N".
        88  ag-master-eof                   value "Y".
    05  ag-trans-eof-sw             pic X(01)  value "N".
        88  ag-trans-eof                    value "Y".
    05  ag-valid-sw                 pic X(01)  value "Y".
        88  ag-trans-valid                  value "Y".
        88  ag-trans-invalid                value "N".
    05  ag-patron-changed-sw        pic X(01)  value "N".
        88  ag-patron-changed               value "Y".
01  ag-counters                     comp.
    05  ag-master-read-ct           pic 9(07)  value zero.
    05  ag-master-write-ct          pic 9(07)  value zero.
    05  ag-trans-read-ct            pic 9(07)  value zero.
    05  ag-posted-ct                pic 9(05)  value zero.
    05  ag-reject-ct                pic 9(05)  value zero.
    05  ag-patron-update-ct         pic 9(05)  value zero.
01  ag-new-total-fees               pic s9(05)v99.
01  ag-net-amount                   pic 9(03)v99.
01  ag-total-collected              pic 9(07)v99 value zero.
01  ag-total-commission             pic 9(07)v99 value zero.
01  ag-total-net                    pic 9(07)v99 value zero.
01  ag-reject-reason                pic X(40).
01  ag-job-name                     pic X(08).
01  ag-operator-id                  pic X(08).
01  ag-audit-date                   pic 9(08).
01  ag-ctl-run-date                 pic 9(08)  value zero.
01  ag-audit-time                   pic 9(08).
01  ag-before-image                 pic X(168).
01  ag-display-amount               pic ZZZ,ZZZ,ZZ9.99.
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
    perform 3000-post-remittances
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
    end-read.
    close parm-file.
    move pp-job-name to ag-job-name.
    move pp-operator-id to ag-operator-id.
    accept ag-audit-date from date yyyymmdd.
    accept ag-audit-time from time.
*> control totals carry the business date from the card when one
*> is supplied, the calendar date otherwise (see pmbalnce).
    if pp-run-date numeric and pp-run-date not = "00000000"
        move pp-run-date to ag-ctl-run-date
    else
        move ag-audit-date to ag-ctl-run-date
    end-if.
    move "PMAGYPAY" to gq-program-name.
    move ag-ctl-run-date to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-sort-transactions - sequence the remittances into patron
*> number order to match the master sequence.
*> ---------------------------------------------------------------
2000-sort-transactions.
    sort sort-work-file
        on ascending key sr-patron-number
        using trans-file
        giving sorted-trans-file.
2000-exit.
    exit.

*> ---------------------------------------------------------------
*> 3000-post-remittances - balanced-line match of the sorted
*> remittances against the old master, writing the new master
*> generation.
*> ---------------------------------------------------------------
3000-post-remittances.
    open input  sorted-trans-file
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
    perform 3100-read-master
        thru 3100-exit.
    perform 3200-read-trans
        thru 3200-exit.
    perform 3300-match-process
        thru 3300-exit
        until ag-master-eof and ag-trans-eof.
    move "PATRONM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    close sorted-trans-file
          old-master-file
          new-master-file
          error-file
          audit-file
          fee-detail-file.
    move "PATRONM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
3000-exit.
    exit.

3100-read-master.
    read old-master-file
        at end
            set ag-master-eof to true
            move high-values to pr-patron-number
            go to 3100-exit
    end-read.
    if pr-generation-control
        go to 3100-read-master
    end-if.
    add 1 to ag-master-read-ct.
3100-exit.
    exit.

3200-read-trans.
    read sorted-trans-file into ag-trans-record
        at end
            set ag-trans-eof to true
            move high-values to ag-patron-number
        not at end
            add 1 to ag-trans-read-ct
    end-read.
3200-exit.
    exit.

*> ---------------------------------------------------------------
*> 3300-match-process - all of a patron's remittance lines are
*> applied before the record is written forward; the audit entry
*> covers the patron's whole remittance in one entry.
*> ---------------------------------------------------------------
3300-match-process.
    evaluate true
        when ag-master-eof
            move "REMITTANCE FOR UNKNOWN PATRON" to ag-reject-reason
            perform 3800-write-reject
                thru 3800-exit
            perform 3200-read-trans
                thru 3200-exit
        when ag-trans-eof
            perform 3900-write-master
                thru 3900-exit
            perform 3100-read-master
                thru 3100-exit
        when ag-patron-number < pr-patron-number
            move "REMITTANCE FOR UNKNOWN PATRON" to ag-reject-reason
            perform 3800-write-reject
                thru 3800-exit
            perform 3200-read-trans
                thru 3200-exit
        when ag-patron-number > pr-patron-number
            perform 3900-write-master
                thru 3900-exit
            perform 3100-read-master
                thru 3100-exit
        when other
            perform 3350-apply-patron-group
                thru 3350-exit
            perform 3900-write-master
                thru 3900-exit
            perform 3100-read-master
                thru 3100-exit
    end-evaluate.
3300-exit.
    exit.

*> ---------------------------------------------------------------
*> 3350-apply-patron-group - apply every remittance line keyed to
*> the patron now in hand, then audit the net change once.
*> ---------------------------------------------------------------
3350-apply-patron-group.
    move patron-record to ag-before-image.
    move "N" to ag-patron-changed-sw.
    perform 3400-apply-trans
        thru 3400-exit
        until ag-trans-eof or ag-patron-number not = pr-patron-number.
    if ag-patron-changed
        add 1 to ag-patron-update-ct
        perform 3700-write-audit
            thru 3700-exit
    end-if.
3350-exit.
    exit.

*> ---------------------------------------------------------------
*> 3400-apply-trans - edit and apply one remittance line.  the
*> agency only collects for patrons we sent it, and only up to
*> what the patron owes.
*> ---------------------------------------------------------------
3400-apply-trans.
    set ag-trans-valid to true.
    if ag-collected-amount not numeric
            or ag-commission-amount not numeric
        set ag-trans-invalid to true
        move "AMOUNT IS NOT NUMERIC" to ag-reject-reason
    end-if.
    if ag-trans-valid and ag-collected-amount = zero
        set ag-trans-invalid to true
        move "COLLECTED AMOUNT IS ZERO" to ag-reject-reason
    end-if.
    if ag-trans-valid
            and ag-commission-amount > ag-collected-amount
        set ag-trans-invalid to true
        move "COMMISSION EXCEEDS AMOUNT COLLECTED" to ag-reject-reason
    end-if.
    if ag-trans-valid and not pr-referred-to-agency
        set ag-trans-invalid to true
        move "PATRON WAS NEVER REFERRED TO AGENCY" to ag-reject-reason
    end-if.
    if ag-trans-valid
        compute ag-new-total-fees =
            pr-total-fees - ag-collected-amount
        if ag-new-total-fees < zero
            set ag-trans-invalid to true
            move "COLLECTED EXCEEDS OUTSTANDING BALANCE"
                to ag-reject-reason
        end-if
    end-if.
    if ag-trans-invalid
        perform 3800-write-reject
            thru 3800-exit
    else
        move ag-new-total-fees to pr-total-fees
        set ag-patron-changed to true
        add 1 to ag-posted-ct
        compute ag-net-amount =
            ag-collected-amount - ag-commission-amount
        add ag-collected-amount to ag-total-collected
        add ag-commission-amount to ag-total-commission
        add ag-net-amount to ag-total-net
        perform 3500-write-fee-detail
            thru 3500-exit
    end-if.
    perform 3200-read-trans
        thru 3200-exit.
3400-exit.
    exit.

*> ---------------------------------------------------------------
*> 3500-write-fee-detail - the net remitted as an agency payment,
*> the commission as a write-off; together they equal what the
*> patron paid.  a zero side is not itemized.
*> ---------------------------------------------------------------
3500-write-fee-detail.
    if ag-net-amount not = zero
        move spaces to fee-detail-record
        move ag-patron-number to fdr-patron-number
        move "P" to fdr-detail-type
        move ag-audit-date to fdr-detail-date
        move ag-net-amount to fdr-amount
        move "AGY" to fdr-reason-code
        move ag-job-name to fdr-job-name
        move ag-operator-id to fdr-operator-id
        set fdr-tender-is-agency to true
        write fee-detail-record
    end-if.
    if ag-commission-amount not = zero
        move spaces to fee-detail-record
        move ag-patron-number to fdr-patron-number
        move "W" to fdr-detail-type
        move ag-audit-date to fdr-detail-date
        move ag-commission-amount to fdr-amount
        move "AGC" to fdr-reason-code
        move ag-job-name to fdr-job-name
        move ag-operator-id to fdr-operator-id
        move space to fdr-tender-code
        write fee-detail-record
    end-if.
3500-exit.
    exit.

*> ---------------------------------------------------------------
*> 3700-write-audit
*> ---------------------------------------------------------------
3700-write-audit.
    move spaces to patron-audit-record.
    move pr-patron-number to par-patron-number.
    move "C" to par-change-type.
    move ag-audit-date to par-audit-date.
    move ag-audit-time to par-audit-time.
    move ag-job-name to par-job-name.
    move ag-operator-id to par-operator-id.
    move ag-before-image to par-before-image.
    move patron-record to par-after-image.
    write patron-audit-record.
3700-exit.
    exit.

*> ---------------------------------------------------------------
*> 3800-write-reject
*> ---------------------------------------------------------------
3800-write-reject.
    move spaces to error-record.
    move ag-patron-number to ae-patron-number.
    move ag-agency-reference to ae-agency-reference.
    move ag-reject-reason to ae-reason.
    write error-record.
    add 1 to ag-reject-ct.
3800-exit.
    exit.

*> ---------------------------------------------------------------
*> 3900-write-master - write the current patron-record forward to
*> the new master generation.  a duplicate key here would point at
*> the old master itself already carrying a repeated key, since
*> this run never changes pr-patron-number - logged to the error
*> file and skipped rather than left to abend the run.
*> ---------------------------------------------------------------
3900-write-master.
    move patron-record to new-master-record.
    write new-master-record
        invalid key
            move spaces to error-record
            move pr-patron-number to ae-patron-number
            move "DUPLICATE KEY ON MASTER WRITE" to ae-reason
            write error-record
            go to 3900-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to ag-master-write-ct.
3900-exit.
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
        display "PMAGYPAY - " gq-message
        display "PMAGYPAY - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    display "PMAGYPAY - MASTER RECORDS READ  : " ag-master-read-ct.
    display "PMAGYPAY - REMITTANCES READ     : " ag-trans-read-ct.
    display "PMAGYPAY - REMITTANCES POSTED   : " ag-posted-ct.
    display "PMAGYPAY - REMITTANCES REJECTED : " ag-reject-ct.
    display "PMAGYPAY - PATRONS UPDATED      : " ag-patron-update-ct.
    move ag-total-collected to ag-display-amount.
    display "PMAGYPAY - TOTAL COLLECTED      : " ag-display-amount.
    move ag-total-commission to ag-display-amount.
    display "PMAGYPAY - AGENCY COMMISSION    : " ag-display-amount.
    move ag-total-net to ag-display-amount.
    display "PMAGYPAY - NET REMITTED         : " ag-display-amount.
    perform 9100-write-control-totals
        thru 9100-exit.
9000-exit.
    exit.

*> ---------------------------------------------------------------
*> 9100-write-control-totals - every remittance line is posted or
*> rejected, so the transaction equation applies.
*> ---------------------------------------------------------------
9100-write-control-totals.
    open extend control-file.
    move spaces to control-record.
    move "PMAGYPAY" to ctl-program-name.
    move "PATRONM" to ctl-file-name.
    move ag-ctl-run-date to ctl-run-date.
    move ag-audit-time to ctl-run-time.
    move ag-master-read-ct to ctl-old-count.
    move ag-master-write-ct to ctl-new-count.
    move ag-trans-read-ct to ctl-trans-count.
    move zero to ctl-add-count.
    move ag-posted-ct to ctl-change-count.
    move zero to ctl-delete-count.
    move ag-reject-ct to ctl-reject-count.
    move "Y" to ctl-trans-driven-sw.
    write control-record.
    close control-file.
9100-exit.
    exit.
