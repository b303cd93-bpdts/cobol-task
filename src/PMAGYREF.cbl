*> ---------------------------------------------------------------
*> pmagyref - monthly collection agency referral
*>
*> a patron over the collections threshold who has already been
*> sent the second overdue notice and still has not settled sits
*> on the delinquent list (pmdelrpt) month after month with
*> nothing further happening.  this monthly run turns those
*> patrons over to the library's collection agency.  it reads the
*> patron master in key order with two other patron-sequenced
*> streams in one balanced pass:
*>   - the notice history (NOTHIST, Notice.cpy), whose loan key
*>     leads with the patron number - a patron with any
*>     nh-second-overdue row has had the final notice;
*>   - the standing fee detail ledger (FEEDTL, FeeDtl.cpy), sorted
*>     here into patron order, for the itemized charges.
*> a patron is referred when pr-total-fees exceeds the collections
*> threshold on the AGYREFP parameter card, a second overdue
*> notice is on file, and the patron has not been referred before.
*> each referral writes the agency's fixed-format file (AGYREF): a
*> patron record with name, mailing address and balance, then one
*> charge record per assessment on the fee ledger, between a
*> header and a trailer carrying the counts and the total
*> referred.  the patron is marked referred on the new master
*> generation (pr-agency-referral-sw) with the standard
*> before/after audit entry, so no patron is ever sent twice, and
*> the month's referrals are listed for the business office.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> 2026-10-15 rd    prove the PATRONM and NOTHIST generations
*>                  against the generation catalog (pmgenctl) before
*>                  referring anyone, and stamp the new master's
*>                  header and trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmagyref.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select parm-file
        assign to "AGYREFP"
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
    select optional history-file
        assign to "NOTHIST"
        organization is line sequential.
    select optional fee-detail-file
        assign to "FEEDTL"
        organization is line sequential.
    select sort-work-file
        assign to "SORTWK1".
    select sorted-detail-file
        assign to "FEEDTLS"
        organization is line sequential.
    select referral-file
        assign to "AGYREF"
        organization is line sequential.
    select report-file
        assign to "AGYREFR"
        organization is line sequential.
    select audit-file
        assign to "PATRONA"
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
    05  pp-collect-threshold        pic 9(03)v99.
    05  pp-job-name                 pic X(08).
    05  pp-operator-id              pic X(08).
    05  filler                      pic X(51).
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
fd  history-file
    label records are standard.
    copy Notice.
fd  fee-detail-file
    label records are standard.
    copy FeeDtl.
sd  sort-work-file.
01  sort-detail-record.
    05  sd-patron-number            pic X(06).
    05  filler                      pic X(01).
    05  sd-detail-date              pic 9(08).
    05  filler                      pic X(25).
fd  sorted-detail-file
    label records are standard.
01  sorted-detail-record            pic X(40).
*> the agency's fixed-format referral file: one header, then per
*> referred patron one "P" record and its "C" charge records, then
*> one trailer.  amounts are unsigned display with two implied
*> decimals, as the agency's layout asks.
fd  referral-file
    label records are standard.
01  referral-header-record.
    05  rh-record-type              pic X(01).
    05  rh-file-date                pic 9(08).
    05  rh-program-name             pic X(08).
    05  filler                      pic X(83).
01  referral-patron-record.
    05  rp-record-type              pic X(01).
    05  rp-patron-number            pic X(06).
    05  rp-last-name                pic X(12).
    05  rp-first-name               pic X(10).
    05  rp-street-address           pic X(20).
    05  rp-city                     pic X(14).
    05  rp-state                    pic X(02).
    05  rp-zip                      pic X(10).
    05  rp-balance                  pic 9(05)v99.
    05  rp-referral-date            pic 9(08).
    05  filler                      pic X(10).
01  referral-charge-record.
    05  rc-record-type              pic X(01).
    05  rc-patron-number            pic X(06).
    05  rc-charge-date              pic 9(08).
    05  rc-reason-code              pic X(03).
    05  rc-amount                   pic 9(05)v99.
    05  filler                      pic X(75).
01  referral-trailer-record.
    05  rt-record-type              pic X(01).
    05  rt-patron-count             pic 9(07).
    05  rt-charge-count             pic 9(07).
    05  rt-total-balance            pic 9(09)v99.
    05  filler                      pic X(74).
fd  report-file
    label records are standard.
01  report-line                     pic X(80).
fd  audit-file
    label records are standard.
    copy PatronAud.
fd  control-file
    label records are standard.
    copy CtlTot.

working-storage section.
*> --- work areas - agency referral ---
    copy FeeDtl
        replacing ==fee-detail-record== by ==ar-detail-record==.
01  ar-switches.
    05  ar-master-eof-sw            pic X(01)  value "N".
        88  ar-master-eof                   value "Y".
    05  ar-history-eof-sw           pic X(01)  value "N".
        88  ar-history-eof                  value "Y".
    05  ar-detail-eof-sw            pic X(01)  value "N".
        88  ar-detail-eof                   value "Y".
    05  ar-second-notice-sw         pic X(01)  value "N".
        88  ar-second-notice-sent           value "Y".
01  ar-counters                     comp.
    05  ar-master-read-ct           pic 9(07)  value zero.
    05  ar-master-write-ct          pic 9(07)  value zero.
    05  ar-history-read-ct          pic 9(07)  value zero.
    05  ar-detail-read-ct           pic 9(07)  value zero.
    05  ar-referred-ct              pic 9(07)  value zero.
    05  ar-charge-ct                pic 9(07)  value zero.
    05  ar-patron-charge-ct         pic 9(05)  value zero.
    05  ar-already-ct               pic 9(07)  value zero.
01  ar-run-ymd                      pic 9(08).
01  ar-collect-threshold            pic 9(03)v99.
01  ar-job-name                     pic X(08).
01  ar-operator-id                  pic X(08).
01  ar-audit-date                   pic 9(08).
01  ar-audit-time                   pic 9(08).
01  ar-before-image                 pic X(168).
01  ar-history-patron               pic X(06).
01  ar-detail-patron                pic X(06).
01  ar-total-referred               pic 9(09)v99 value zero.

01  ar-heading-1.
    05  filler                      pic X(30) value
        "COLLECTION AGENCY REFERRALS - ".
    05  hd-run-date                 pic 9(08).
01  ar-heading-2.
    05  filler                      pic X(14) value "PATRON NUMBER".
    05  filler                      pic X(24) value "PATRON NAME".
    05  filler                      pic X(12) value "     BALANCE".
    05  filler                      pic X(10) value "   CHARGES".
    05  filler                      pic X(08) value "  BRANCH".
01  ar-detail-line.
    05  dl-patron-number            pic X(14).
    05  dl-name                     pic X(24).
    05  dl-balance                  pic ZZZ,ZZ9.99.
    05  filler                      pic X(05) value spaces.
    05  dl-charge-ct                pic ZZ,ZZ9.
    05  filler                      pic X(04) value spaces.
    05  dl-branch-code              pic X(02).
01  ar-total-line.
    05  filler                      pic X(20) value
        "PATRONS REFERRED:   ".
    05  tl-referred-ct              pic ZZZ,ZZ9.
    05  filler                      pic X(17) value
        "   TOTAL BALANCE ".
    05  tl-total-referred           pic ZZZ,ZZZ,ZZ9.99.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 0000-main-line
*> ---------------------------------------------------------------
0000-main-line.
    perform 1000-initialize
        thru 1000-exit.
    perform 1500-sort-detail
        thru 1500-exit.
    perform 2000-process-patrons
        thru 2000-exit.
    perform 9000-terminate
        thru 9000-exit.
    stop run.

*> ---------------------------------------------------------------
*> 1000-initialize - read and edit the run date and the
*> collections threshold.
*> ---------------------------------------------------------------
1000-initialize.
    open input parm-file.
    read parm-file
        at end
            move zero to pp-run-date
                         pp-collect-threshold
            move spaces to pp-job-name
                           pp-operator-id
    end-read.
    close parm-file.
    if pp-run-date not numeric
            or pp-run-month < 1 or pp-run-month > 12
            or pp-run-day < 1 or pp-run-day > 31
            or pp-run-year < 1900
        display "PMAGYREF - INVALID RUN DATE ON PARAMETER CARD"
        move 8 to return-code
        stop run
    end-if.
*> a zero threshold would refer every patron who ever had a
*> second notice and a penny owing - never what the office means.
    if pp-collect-threshold not numeric
            or pp-collect-threshold = zero
        display "PMAGYREF - INVALID THRESHOLD ON PARAMETER CARD"
        move 8 to return-code
        stop run
    end-if.
    compute ar-run-ymd =
        pp-run-year * 10000 + pp-run-month * 100 + pp-run-day.
    move pp-collect-threshold to ar-collect-threshold.
    move pp-job-name to ar-job-name.
    move pp-operator-id to ar-operator-id.
    accept ar-audit-date from date yyyymmdd.
    accept ar-audit-time from time.
    move "PMAGYREF" to gq-program-name.
    move ar-run-ymd to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "NOTHIST" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 1500-sort-detail - the ledger on disk is in arrival order
*> across several appending jobs; sequence it by patron, and by
*> date within patron so the charges list oldest first.
*> ---------------------------------------------------------------
1500-sort-detail.
    sort sort-work-file
        on ascending key sd-patron-number
                         sd-detail-date
        using fee-detail-file
        giving sorted-detail-file.
1500-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-process-patrons - balanced pass of the master against the
*> notice history and the sorted fee detail.
*> ---------------------------------------------------------------
2000-process-patrons.
    open input  old-master-file
                history-file
                sorted-detail-file
         output new-master-file
                referral-file
                report-file
                audit-file.
    move "PATRONM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    move spaces to referral-header-record.
    move "H" to rh-record-type.
    move ar-run-ymd to rh-file-date.
    move "PMAGYREF" to rh-program-name.
    write referral-header-record.
    move ar-run-ymd to hd-run-date.
    write report-line from ar-heading-1.
    write report-line from ar-heading-2.
    perform 2100-read-master
        thru 2100-exit.
    perform 2200-read-history
        thru 2200-exit.
    perform 2250-read-detail
        thru 2250-exit.
    perform 2300-process-one-patron
        thru 2300-exit
        until ar-master-eof.
    move spaces to referral-trailer-record.
    move "T" to rt-record-type.
    move ar-referred-ct to rt-patron-count.
    move ar-charge-ct to rt-charge-count.
    move ar-total-referred to rt-total-balance.
    write referral-trailer-record.
    move ar-referred-ct to tl-referred-ct.
    move ar-total-referred to tl-total-referred.
    move spaces to report-line.
    write report-line.
    write report-line from ar-total-line.
    move "PATRONM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    close old-master-file
          history-file
          sorted-detail-file
          new-master-file
          referral-file
          report-file
          audit-file.
    move "PATRONM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
2000-exit.
    exit.

2100-read-master.
    read old-master-file
        at end
            set ar-master-eof to true
            move high-values to pr-patron-number
            go to 2100-exit
    end-read.
    if pr-generation-control
        go to 2100-read-master
    end-if.
    add 1 to ar-master-read-ct.
2100-exit.
    exit.

2200-read-history.
    read history-file
        at end
            set ar-history-eof to true
            move high-values to ar-history-patron
            go to 2200-exit
    end-read.
    if nh-generation-control
        go to 2200-read-history
    end-if.
    add 1 to ar-history-read-ct.
    move nh-patron-number to ar-history-patron.
2200-exit.
    exit.

2250-read-detail.
    read sorted-detail-file into ar-detail-record
        at end
            set ar-detail-eof to true
            move high-values to ar-detail-patron
        not at end
            add 1 to ar-detail-read-ct
            move fdr-patron-number of ar-detail-record
                to ar-detail-patron
    end-read.
2250-exit.
    exit.

*> ---------------------------------------------------------------
*> 2300-process-one-patron - history and detail for patrons no
*> longer on the master are passed over; pmfeercn already reports
*> orphan fee detail nightly.
*> ---------------------------------------------------------------
2300-process-one-patron.
    perform 2200-read-history
        thru 2200-exit
        until ar-history-eof
           or ar-history-patron not < pr-patron-number.
    perform 2250-read-detail
        thru 2250-exit
        until ar-detail-eof
           or ar-detail-patron not < pr-patron-number.
    move "N" to ar-second-notice-sw.
    perform 2400-scan-one-history
        thru 2400-exit
        until ar-history-eof
           or ar-history-patron not = pr-patron-number.
    if pr-total-fees > ar-collect-threshold
            and ar-second-notice-sent
        if pr-referred-to-agency
            add 1 to ar-already-ct
        else
            perform 2500-refer-patron
                thru 2500-exit
        end-if
    end-if.
*> whatever detail the referral did not consume is passed over.
    perform 2250-read-detail
        thru 2250-exit
        until ar-detail-eof
           or ar-detail-patron not = pr-patron-number.
    perform 2700-write-new-master
        thru 2700-exit.
    perform 2100-read-master
        thru 2100-exit.
2300-exit.
    exit.

2400-scan-one-history.
    if nh-second-overdue
        set ar-second-notice-sent to true
    end-if.
    perform 2200-read-history
        thru 2200-exit.
2400-exit.
    exit.

*> ---------------------------------------------------------------
*> 2500-refer-patron - the patron record and its charges go to the
*> agency file, and the patron is marked referred.
*> ---------------------------------------------------------------
2500-refer-patron.
    move patron-record to ar-before-image.
    move spaces to referral-patron-record.
    move "P" to rp-record-type.
    move pr-patron-number to rp-patron-number.
    move pr-last-name to rp-last-name.
    move pr-first-name to rp-first-name.
    move pr-street-address to rp-street-address.
    move pr-city to rp-city.
    move pr-state to rp-state.
    move pr-zip to rp-zip.
    move pr-total-fees to rp-balance.
    move ar-run-ymd to rp-referral-date.
    write referral-patron-record.
    move zero to ar-patron-charge-ct.
    perform 2600-write-one-charge
        thru 2600-exit
        until ar-detail-eof
           or ar-detail-patron not = pr-patron-number.
    set pr-referred-to-agency to true.
    add 1 to ar-referred-ct.
    add pr-total-fees to ar-total-referred.
    perform 2650-write-audit
        thru 2650-exit.
    move spaces to ar-detail-line.
    move pr-patron-number to dl-patron-number.
    string pr-first-name delimited by size
           " " delimited by size
           pr-last-name delimited by size
        into dl-name.
    move pr-total-fees to dl-balance.
    move ar-patron-charge-ct to dl-charge-ct.
    move pr-branch-code to dl-branch-code.
    write report-line from ar-detail-line.
2500-exit.
    exit.

*> ---------------------------------------------------------------
*> 2600-write-one-charge - the assessments are the charges; the
*> payments and waivers against them are already netted into the
*> balance on the patron record.
*> ---------------------------------------------------------------
2600-write-one-charge.
    if fdr-detail-is-assessment of ar-detail-record
        move spaces to referral-charge-record
        move "C" to rc-record-type
        move pr-patron-number to rc-patron-number
        move fdr-detail-date of ar-detail-record to rc-charge-date
        move fdr-reason-code of ar-detail-record to rc-reason-code
        move fdr-amount of ar-detail-record to rc-amount
        write referral-charge-record
        add 1 to ar-charge-ct
        add 1 to ar-patron-charge-ct
    end-if.
    perform 2250-read-detail
        thru 2250-exit.
2600-exit.
    exit.

*> ---------------------------------------------------------------
*> 2650-write-audit
*> ---------------------------------------------------------------
2650-write-audit.
    move spaces to patron-audit-record.
    move pr-patron-number to par-patron-number.
    move "C" to par-change-type.
    move ar-audit-date to par-audit-date.
    move ar-audit-time to par-audit-time.
    move ar-job-name to par-job-name.
    move ar-operator-id to par-operator-id.
    move ar-before-image to par-before-image.
    move patron-record to par-after-image.
    write patron-audit-record.
2650-exit.
    exit.

*> ---------------------------------------------------------------
*> 2700-write-new-master - write the current patron-record forward
*> to the new master generation.  a duplicate key here would point
*> at the old master itself already carrying a repeated key, since
*> this run never changes pr-patron-number - reported to the log
*> and skipped rather than left to abend the run.
*> ---------------------------------------------------------------
2700-write-new-master.
    move patron-record to new-master-record.
    write new-master-record
        invalid key
            display "PMAGYREF - DUPLICATE KEY ON MASTER WRITE: "
                pr-patron-number
            go to 2700-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to ar-master-write-ct.
2700-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is referred.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMAGYREF - " gq-message
        display "PMAGYREF - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    display "PMAGYREF - MASTER RECORDS READ : " ar-master-read-ct.
    display "PMAGYREF - HISTORY RECORDS READ: " ar-history-read-ct.
    display "PMAGYREF - DETAIL RECORDS READ : " ar-detail-read-ct.
    display "PMAGYREF - PATRONS REFERRED    : " ar-referred-ct.
    display "PMAGYREF - CHARGES REFERRED    : " ar-charge-ct.
    display "PMAGYREF - ALREADY REFERRED    : " ar-already-ct.
    perform 9100-write-control-totals
        thru 9100-exit.
9000-exit.
    exit.

*> ---------------------------------------------------------------
*> 9100-write-control-totals - driven by the master scan, not a
*> transaction feed; each referral is a change to the master.
*> ---------------------------------------------------------------
9100-write-control-totals.
    open extend control-file.
    move spaces to control-record.
    move "PMAGYREF" to ctl-program-name.
    move "PATRONM" to ctl-file-name.
    move ar-run-ymd to ctl-run-date.
    move ar-audit-time to ctl-run-time.
    move ar-master-read-ct to ctl-old-count.
    move ar-master-write-ct to ctl-new-count.
    move zero to ctl-trans-count.
    move zero to ctl-add-count.
    move ar-referred-ct to ctl-change-count.
    move zero to ctl-delete-count.
    move zero to ctl-reject-count.
    move "N" to ctl-trans-driven-sw.
    write control-record.
    close control-file.
9100-exit.
    exit.
