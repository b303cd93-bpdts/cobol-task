*> ---------------------------------------------------------------
*> pmmerge - duplicate patron account merge
*>
*> the desk confirms each pair pmduprpt lists and keys it onto the
*> merge file (MERGET): the patron number that stays (the
*> survivor) and the number that goes (the victim).  this run
*> folds every victim into its survivor across the standing files
*> in one coordinated pass, the same way pmkeycnv renumbered them:
*>   - the circulation ledger (CIRCM), open and closed loans alike,
*>     and the notice history (NOTHIST) whose loan keys ride with
*>     it - both re-sorted into loan-key order under the new number;
*>   - the loan history archive (CIRCH) and the fee detail ledger
*>     (FEEDTL), renumbered in place in their arrival order;
*>   - the hold queue (HOLDM).  where survivor and victim both held
*>     the same item, the later place in line is dropped and the
*>     places behind it close up;
*>   - the patron master.  the victim's pr-books-out and
*>     pr-total-fees are added into the survivor (so pmrecon and
*>     pmfeercn still tie once the rows have moved), an agency
*>     referral carries over with the debt, and the victim is
*>     closed with nothing left on it.  both records get an audit
*>     entry of change type "M" so pmaudinq shows the merge.
*> a pair is rejected - to the error file and the report - when a
*> number is missing or repeated across pairs (a victim cannot be
*> merged twice, or be some other pair's survivor), either patron
*> is not on file or already closed, or the combined totals would
*> overflow the survivor's fields.  a survivor may absorb more than
*> one victim.  a victim still on the household linkage file
*> (HOUSEM) is merged but flagged on the report; the link is moved
*> through pmhhlink so the one-level household rules are edited
*> there.
*>
*> every output goes to a new generation (PATRONMN, CIRCMN,
*> CIRCHN, NOTHISTN, HOLDMN, FEEDTLN), promoted together.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> 2026-10-15 rd    prove the PATRONM, CIRCM, NOTHIST and HOLDM
*>                  generations against the generation catalog
*>                  (pmgenctl) before the merge, and stamp each new
*>                  generation's header and trailer; the ledger and
*>                  history sorts now write through an output
*>                  procedure so the trailer follows the last row.
*> ---------------------------------------------------------------
identification division.
program-id.    pmmerge.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select parm-file
        assign to "MERGEP"
        organization is line sequential.
    select pair-file
        assign to "MERGET"
        organization is line sequential.
    select master-file
        assign to "PATRONM"
        organization is indexed
        access mode is dynamic
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
    select optional link-file
        assign to "HOUSEM"
        organization is indexed
        access mode is dynamic
        record key is hh-dependent-number
        alternate record key is hh-guardian-number
            with duplicates.
    select ledger-file
        assign to "CIRCM"
        organization is line sequential.
    select ledger-sort-file
        assign to "SORTWK1".
    select new-ledger-file
        assign to "CIRCMN"
        organization is line sequential.
    select optional history-file
        assign to "NOTHIST"
        organization is line sequential.
    select history-sort-file
        assign to "SORTWK2".
    select new-history-file
        assign to "NOTHISTN"
        organization is line sequential.
    select optional hold-file
        assign to "HOLDM"
        organization is line sequential.
    select new-hold-file
        assign to "HOLDMN"
        organization is line sequential.
    select optional fee-detail-file
        assign to "FEEDTL"
        organization is line sequential.
    select new-fee-detail-file
        assign to "FEEDTLN"
        organization is line sequential.
    select optional archive-file
        assign to "CIRCH"
        organization is line sequential.
    select new-archive-file
        assign to "CIRCHN"
        organization is line sequential.
    select error-file
        assign to "MERGEE"
        organization is line sequential.
    select report-file
        assign to "MERGERPT"
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
    05  pp-job-name                 pic X(08).
    05  pp-operator-id              pic X(08).
    05  pp-run-date                 pic X(08).
    05  filler                      pic X(56).
fd  pair-file
    label records are standard.
01  pair-record.
    05  mt-survivor-number          pic X(06).
    05  mt-victim-number            pic X(06).
    05  filler                      pic X(68).
fd  master-file
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
fd  link-file
    label records are standard.
    copy Household.
fd  ledger-file
    label records are standard.
    copy Circ.
*> the ledger and notice history are re-sorted on the loan key
*> (patron, item, checkout date) - the order pmloanps and pmnotice
*> match them in.
sd  ledger-sort-file.
01  ledger-sort-record.
    05  ls-patron-number            pic X(06).
    05  ls-item-id                  pic X(08).
    05  ls-checkout-date            pic X(08).
    05  filler                      pic X(34).
fd  new-ledger-file
    label records are standard.
01  new-ledger-record               pic X(56).
fd  history-file
    label records are standard.
    copy Notice.
sd  history-sort-file.
01  history-sort-record.
    05  hs-patron-number            pic X(06).
    05  hs-item-id                  pic X(08).
    05  hs-checkout-date            pic X(08).
    05  hs-notice-type              pic X(01).
    05  filler                      pic X(13).
fd  new-history-file
    label records are standard.
01  new-history-record              pic X(36).
fd  hold-file
    label records are standard.
    copy Hold.
fd  new-hold-file
    label records are standard.
01  new-hold-record                 pic X(40).
fd  fee-detail-file
    label records are standard.
    copy FeeDtl.
fd  new-fee-detail-file
    label records are standard.
01  new-fee-detail-record           pic X(40).
*> the loan history archive carries the circulation-record layout;
*> only the patron number is looked at here.
fd  archive-file
    label records are standard.
01  archive-record.
    05  ah-patron-number            pic X(06).
    05  filler                      pic X(50).
fd  new-archive-file
    label records are standard.
01  new-archive-record              pic X(56).
fd  error-file
    label records are standard.
01  error-record.
    05  me-survivor-number          pic X(06).
    05  filler                      pic X(02).
    05  me-victim-number            pic X(06).
    05  filler                      pic X(02).
    05  me-reason                   pic X(40).
fd  report-file
    label records are standard.
01  report-line                     pic X(100).
fd  audit-file
    label records are standard.
    copy PatronAud.
fd  control-file
    label records are standard.
    copy CtlTot.

working-storage section.
*> --- work areas - account merge ---
01  mg-switches.
    05  mg-pair-eof-sw              pic X(01)  value "N".
        88  mg-pair-eof                     value "Y".
    05  mg-master-eof-sw            pic X(01)  value "N".
        88  mg-master-eof                   value "Y".
    05  mg-ledger-eof-sw            pic X(01)  value "N".
        88  mg-ledger-eof                   value "Y".
    05  mg-history-eof-sw           pic X(01)  value "N".
        88  mg-history-eof                  value "Y".
    05  mg-hold-eof-sw              pic X(01)  value "N".
        88  mg-hold-eof                     value "Y".
    05  mg-fee-eof-sw               pic X(01)  value "N".
        88  mg-fee-eof                      value "Y".
    05  mg-archive-eof-sw           pic X(01)  value "N".
        88  mg-archive-eof                  value "Y".
    05  mg-return-eof-sw            pic X(01)  value "N".
        88  mg-return-eof                   value "Y".
    05  mg-survivor-hit-sw          pic X(01)  value "N".
        88  mg-survivor-hit                 value "Y".
01  mg-counters                     comp.
    05  mg-pair-read-ct             pic 9(07)  value zero.
    05  mg-merged-ct                pic 9(07)  value zero.
    05  mg-reject-ct                pic 9(07)  value zero.
    05  mg-household-ct             pic 9(07)  value zero.
    05  mg-master-read-ct           pic 9(07)  value zero.
    05  mg-master-write-ct          pic 9(07)  value zero.
    05  mg-ledger-read-ct           pic 9(07)  value zero.
    05  mg-ledger-moved-ct          pic 9(07)  value zero.
    05  mg-ledger-write-ct          pic 9(07)  value zero.
    05  mg-history-read-ct          pic 9(07)  value zero.
    05  mg-history-moved-ct         pic 9(07)  value zero.
    05  mg-history-write-ct         pic 9(07)  value zero.
    05  mg-hold-read-ct             pic 9(07)  value zero.
    05  mg-hold-moved-ct            pic 9(07)  value zero.
    05  mg-hold-drop-ct             pic 9(07)  value zero.
    05  mg-hold-write-ct            pic 9(07)  value zero.
    05  mg-fee-read-ct              pic 9(07)  value zero.
    05  mg-fee-moved-ct             pic 9(07)  value zero.
    05  mg-archive-read-ct          pic 9(07)  value zero.
    05  mg-archive-moved-ct         pic 9(07)  value zero.
*> one entry per pair on the merge file, kept whether it merges or
*> is rejected so the report can account for every line keyed.
*> two hundred pairs is far more than the desk confirms between
*> runs; any beyond are rejected as the table-full case.
01  mg-pair-table.
    05  mg-pair-entry occurs 200 times.
        10  mp-survivor-number      pic X(06).
        10  mp-victim-number        pic X(06).
        10  mp-pair-status          pic X(01).
            88  mp-pair-valid               value "V".
            88  mp-pair-rejected            value "R".
        10  mp-remark               pic X(40).
        10  mp-victim-books-out     pic 9(02).
        10  mp-victim-total-fees    pic 9(03)v99.
        10  mp-victim-referral-sw   pic X(01).
        10  mp-loan-ct              pic 9(05)  comp.
        10  mp-archive-ct           pic 9(05)  comp.
        10  mp-fee-ct               pic 9(05)  comp.
        10  mp-hold-ct              pic 9(05)  comp.
        10  mp-notice-ct            pic 9(05)  comp.
01  mg-pair-ct                      pic 9(03)  comp value zero.
01  mg-ix                           pic 9(03)  comp value zero.
01  mg-jx                           pic 9(03)  comp value zero.
01  mg-lx                           pic 9(03)  comp value zero.
01  mg-lookup-slot                  pic 9(03)  comp value zero.
01  mg-lookup-number                pic X(06).
01  mg-reject-reason                pic X(40).
01  mg-combined-books               pic 9(03).
01  mg-combined-fees                pic 9(05)v99.
*> the patrons already holding a place in the current item's queue,
*> so a survivor holding twice after renumbering is caught.  the
*> queue sequence is three digits, so no queue runs past 999.
01  mg-queue-table.
    05  mg-queue-patron occurs 999 times
                                    pic X(06).
01  mg-queue-ct                     pic 9(03)  comp value zero.
01  mg-queue-drop-ct                pic 9(03)  comp value zero.
01  mg-qx                           pic 9(03)  comp value zero.
01  mg-queue-item-id                pic X(08)  value low-values.
01  mg-queue-hit-sw                 pic X(01).
    88  mg-queue-hit                        value "Y".
01  mg-job-name                     pic X(08).
01  mg-operator-id                  pic X(08).
01  mg-audit-date                   pic 9(08).
01  mg-ctl-run-date                 pic 9(08)  value zero.
01  mg-audit-time                   pic 9(08).
01  mg-before-image                 pic X(168).

01  mg-heading-1.
    05  filler                      pic X(30) value
        "DUPLICATE PATRON MERGE RUN ".
    05  hd-run-date                 pic 9(08).
01  mg-heading-2.
    05  filler                      pic X(09) value "SURVIVOR".
    05  filler                      pic X(08) value "VICTIM".
    05  filler                      pic X(09) value "RESULT".
    05  filler                      pic X(04) value " OUT".
    05  filler                      pic X(08) value "    FEES".
    05  filler                      pic X(06) value " LOANS".
    05  filler                      pic X(06) value "  HIST".
    05  filler                      pic X(06) value "  FEES".
    05  filler                      pic X(06) value " HOLDS".
    05  filler                      pic X(06) value " NOTES".
    05  filler                      pic X(02) value spaces.
    05  filler                      pic X(07) value "REMARKS".
01  mg-pair-line.
    05  pl-survivor-number          pic X(06).
    05  filler                      pic X(03) value spaces.
    05  pl-victim-number            pic X(06).
    05  filler                      pic X(02) value spaces.
    05  pl-result                   pic X(09).
    05  filler                      pic X(02) value spaces.
    05  pl-books-out                pic Z9.
    05  filler                      pic X(02) value spaces.
    05  pl-total-fees               pic ZZ9.99.
    05  pl-loan-ct                  pic ZZZZZ9.
    05  pl-archive-ct               pic ZZZZZ9.
    05  pl-fee-ct                   pic ZZZZZ9.
    05  pl-hold-ct                  pic ZZZZZ9.
    05  pl-notice-ct                pic ZZZZZ9.
    05  filler                      pic X(02) value spaces.
    05  pl-remark                   pic X(40).
01  mg-total-line.
    05  filler                      pic X(15) value
        "PAIRS MERGED: ".
    05  tl-merged-ct                pic ZZZ9.
    05  filler                      pic X(14) value
        "   REJECTED: ".
    05  tl-reject-ct                pic ZZZ9.
    05  filler                      pic X(28) value
        "   DUPLICATE HOLDS DROPPED: ".
    05  tl-hold-drop-ct             pic ZZZ9.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 0000-main-line
*> ---------------------------------------------------------------
0000-main-line.
    perform 1000-initialize
        thru 1000-exit.
    perform 1100-load-pairs
        thru 1100-exit.
    perform 2000-edit-against-master
        thru 2000-exit.
    perform 3000-merge-master
        thru 3000-exit.
    perform 4000-renumber-ledger
        thru 4000-exit.
    perform 4500-renumber-notices
        thru 4500-exit.
    perform 5000-renumber-holds
        thru 5000-exit.
    perform 5500-renumber-fees
        thru 5500-exit.
    perform 6000-renumber-archive
        thru 6000-exit.
    perform 8000-print-report
        thru 8000-exit.
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
    move pp-job-name to mg-job-name.
    move pp-operator-id to mg-operator-id.
    accept mg-audit-date from date yyyymmdd.
    accept mg-audit-time from time.
*> control totals carry the business date from the card when one
*> is supplied, the calendar date otherwise (see pmbalnce).
    if pp-run-date numeric and pp-run-date not = "00000000"
        move pp-run-date to mg-ctl-run-date
    else
        move mg-audit-date to mg-ctl-run-date
    end-if.
    move "PMMERGE" to gq-program-name.
    move mg-ctl-run-date to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8600-call-generation-control
        thru 8600-exit.
    move "CIRCM" to gq-file-name.
    set gq-verify-file to true.
    perform 8600-call-generation-control
        thru 8600-exit.
    move "NOTHIST" to gq-file-name.
    set gq-verify-file to true.
    perform 8600-call-generation-control
        thru 8600-exit.
    move "HOLDM" to gq-file-name.
    set gq-verify-file to true.
    perform 8600-call-generation-control
        thru 8600-exit.
    open output error-file
                report-file.
    move mg-ctl-run-date to hd-run-date.
    write report-line from mg-heading-1.
    write report-line from mg-heading-2.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 1100-load-pairs - load the confirmed pairs, editing each one
*> against the pairs already accepted ahead of it.
*> ---------------------------------------------------------------
1100-load-pairs.
    open input pair-file.
    perform 1110-read-pair
        thru 1110-exit.
    perform 1120-load-one-pair
        thru 1120-exit
        until mg-pair-eof.
    close pair-file.
1100-exit.
    exit.

1110-read-pair.
    read pair-file
        at end
            set mg-pair-eof to true
        not at end
            add 1 to mg-pair-read-ct
    end-read.
1110-exit.
    exit.

1120-load-one-pair.
    if mg-pair-ct = 200
        move spaces to error-record
        move "MERGE TABLE FULL - RESUBMIT NEXT RUN" to me-reason
        move mt-survivor-number to me-survivor-number
        move mt-victim-number to me-victim-number
        write error-record
        add 1 to mg-reject-ct
        go to 1120-next
    end-if.
    add 1 to mg-pair-ct.
    move mg-pair-ct to mg-ix.
    move mt-survivor-number to mp-survivor-number (mg-ix).
    move mt-victim-number to mp-victim-number (mg-ix).
    set mp-pair-valid (mg-ix) to true.
    move spaces to mp-remark (mg-ix).
    move zero to mp-victim-books-out (mg-ix)
                 mp-victim-total-fees (mg-ix)
                 mp-loan-ct (mg-ix)
                 mp-archive-ct (mg-ix)
                 mp-fee-ct (mg-ix)
                 mp-hold-ct (mg-ix)
                 mp-notice-ct (mg-ix).
    move space to mp-victim-referral-sw (mg-ix).
    if mt-survivor-number = spaces or mt-victim-number = spaces
        move "PATRON NUMBER MISSING" to mg-reject-reason
        perform 8500-reject-pair
            thru 8500-exit
        go to 1120-next
    end-if.
    if mt-survivor-number = mt-victim-number
        move "SURVIVOR AND VICTIM ARE THE SAME PATRON"
            to mg-reject-reason
        perform 8500-reject-pair
            thru 8500-exit
        go to 1120-next
    end-if.
    move zero to mg-jx.
    perform 1130-check-prior-pair
        thru 1130-exit
        until mg-jx = mg-ix - 1 or mp-pair-rejected (mg-ix).
1120-next.
    perform 1110-read-pair
        thru 1110-exit.
1120-exit.
    exit.

*> ---------------------------------------------------------------
*> 1130-check-prior-pair - a victim goes away once; a number that
*> is going away cannot also be kept.
*> ---------------------------------------------------------------
1130-check-prior-pair.
    add 1 to mg-jx.
    if mp-pair-rejected (mg-jx)
        go to 1130-exit
    end-if.
    if mp-victim-number (mg-ix) = mp-victim-number (mg-jx)
            or mp-victim-number (mg-ix) = mp-survivor-number (mg-jx)
        move "VICTIM IS ALREADY IN ANOTHER PAIR" to mg-reject-reason
        perform 8500-reject-pair
            thru 8500-exit
        go to 1130-exit
    end-if.
    if mp-survivor-number (mg-ix) = mp-victim-number (mg-jx)
        move "SURVIVOR IS ANOTHER PAIR'S VICTIM" to mg-reject-reason
        perform 8500-reject-pair
            thru 8500-exit
    end-if.
1130-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-edit-against-master - look both patrons of every pair up
*> on the master before anything is written.
*> ---------------------------------------------------------------
2000-edit-against-master.
    open input master-file
               link-file.
    move zero to mg-ix.
    perform 2100-edit-one-pair
        thru 2100-exit
        until mg-ix = mg-pair-ct.
    close master-file
          link-file.
2000-exit.
    exit.

2100-edit-one-pair.
    add 1 to mg-ix.
    if mp-pair-rejected (mg-ix)
        go to 2100-exit
    end-if.
    move mp-survivor-number (mg-ix) to pr-patron-number.
    read master-file
        invalid key
            move "SURVIVOR NOT ON PATRON MASTER" to mg-reject-reason
            perform 8500-reject-pair
                thru 8500-exit
            go to 2100-exit
    end-read.
    if pr-patron-status = "C"
        move "SURVIVOR ACCOUNT IS CLOSED" to mg-reject-reason
        perform 8500-reject-pair
            thru 8500-exit
        go to 2100-exit
    end-if.
    move pr-books-out to mg-combined-books.
    move pr-total-fees to mg-combined-fees.
    move mp-victim-number (mg-ix) to pr-patron-number.
    read master-file
        invalid key
            move "VICTIM NOT ON PATRON MASTER" to mg-reject-reason
            perform 8500-reject-pair
                thru 8500-exit
            go to 2100-exit
    end-read.
    if pr-patron-status = "C"
        move "VICTIM ACCOUNT IS ALREADY CLOSED" to mg-reject-reason
        perform 8500-reject-pair
            thru 8500-exit
        go to 2100-exit
    end-if.
    move pr-books-out to mp-victim-books-out (mg-ix).
    move pr-total-fees to mp-victim-total-fees (mg-ix).
    move pr-agency-referral-sw to mp-victim-referral-sw (mg-ix).
*> a survivor taking more than one victim carries all of them.
    move zero to mg-jx.
    perform 2150-add-prior-victim
        thru 2150-exit
        until mg-jx = mg-ix.
    if mg-combined-books > 99
        move "COMBINED BOOKS OUT WOULD EXCEED 99" to mg-reject-reason
        perform 8500-reject-pair
            thru 8500-exit
        go to 2100-exit
    end-if.
    if mg-combined-fees > 999.99
        move "COMBINED FEES WOULD EXCEED 999.99" to mg-reject-reason
        perform 8500-reject-pair
            thru 8500-exit
        go to 2100-exit
    end-if.
    perform 2200-check-household
        thru 2200-exit.
2100-exit.
    exit.

*> ---------------------------------------------------------------
*> 2150-add-prior-victim - every still-valid pair up to and
*> including this one that folds into the same survivor.
*> ---------------------------------------------------------------
2150-add-prior-victim.
    add 1 to mg-jx.
    if mp-pair-valid (mg-jx)
            and mp-survivor-number (mg-jx) = mp-survivor-number (mg-ix)
        add mp-victim-books-out (mg-jx) to mg-combined-books
        add mp-victim-total-fees (mg-jx) to mg-combined-fees
    end-if.
2150-exit.
    exit.

*> ---------------------------------------------------------------
*> 2200-check-household - a victim that is a dependent, or a
*> guardian with dependents, still has links under its old number.
*> ---------------------------------------------------------------
2200-check-household.
    move mp-victim-number (mg-ix) to hh-dependent-number.
    read link-file
        invalid key
            continue
        not invalid key
            move "HOUSEHOLD LINK - RELINK THROUGH PMHHLINK"
                to mp-remark (mg-ix)
    end-read.
    move mp-victim-number (mg-ix) to hh-guardian-number.
    start link-file
        key is equal to hh-guardian-number
        invalid key
            continue
        not invalid key
            move "HOUSEHOLD LINK - RELINK THROUGH PMHHLINK"
                to mp-remark (mg-ix)
    end-start.
    if mp-remark (mg-ix) not = spaces
        add 1 to mg-household-ct
    end-if.
2200-exit.
    exit.

*> ---------------------------------------------------------------
*> 3000-merge-master - pass the whole master forward, closing each
*> victim and folding its totals into the survivor.
*> ---------------------------------------------------------------
3000-merge-master.
    open input  master-file
         output new-master-file
                audit-file.
    move "PATRONM" to gq-file-name.
    set gq-start-generation to true.
    perform 8600-call-generation-control
        thru 8600-exit.
    write new-master-record from generation-control-record.
    perform 3100-read-master
        thru 3100-exit.
    perform 3200-process-master
        thru 3200-exit
        until mg-master-eof.
    move "PATRONM" to gq-file-name.
    set gq-end-generation to true.
    perform 8600-call-generation-control
        thru 8600-exit.
    write new-master-record from generation-control-record.
    close master-file
          new-master-file
          audit-file.
    move "PATRONM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8600-call-generation-control
        thru 8600-exit.
3000-exit.
    exit.

3100-read-master.
    read master-file next record
        at end
            set mg-master-eof to true
            go to 3100-exit
    end-read.
    if pr-generation-control
        go to 3100-read-master
    end-if.
    add 1 to mg-master-read-ct.
3100-exit.
    exit.

3200-process-master.
    move patron-record to mg-before-image.
    move pr-patron-number to mg-lookup-number.
    perform 7000-find-victim
        thru 7000-exit.
    if mg-lookup-slot not = zero
        move "C" to pr-patron-status
        move zero to pr-books-out
                     pr-total-fees
        move space to pr-agency-referral-sw
        add 1 to mg-merged-ct
        perform 3700-write-audit
            thru 3700-exit
    else
        move "N" to mg-survivor-hit-sw
        move zero to mg-jx
        perform 3250-fold-one-victim
            thru 3250-exit
            until mg-jx = mg-pair-ct
        if mg-survivor-hit
            perform 3700-write-audit
                thru 3700-exit
        end-if
    end-if.
    perform 3900-write-master
        thru 3900-exit.
    perform 3100-read-master
        thru 3100-exit.
3200-exit.
    exit.

*> ---------------------------------------------------------------
*> 3250-fold-one-victim - the victim's loans and fees are moving
*> to this number, so its counts move with them.  a debt already
*> with the agency stays referred under the survivor, or the
*> agency's remittance for it would be rejected.
*> ---------------------------------------------------------------
3250-fold-one-victim.
    add 1 to mg-jx.
    if mp-pair-valid (mg-jx)
            and mp-survivor-number (mg-jx) = pr-patron-number
        add mp-victim-books-out (mg-jx) to pr-books-out
        add mp-victim-total-fees (mg-jx) to pr-total-fees
        if mp-victim-referral-sw (mg-jx) = "R"
            set pr-referred-to-agency to true
        end-if
        set mg-survivor-hit to true
    end-if.
3250-exit.
    exit.

*> ---------------------------------------------------------------
*> 3700-write-audit
*> ---------------------------------------------------------------
3700-write-audit.
    move spaces to patron-audit-record.
    move pr-patron-number to par-patron-number.
    set par-change-is-merge to true.
    move mg-audit-date to par-audit-date.
    move mg-audit-time to par-audit-time.
    move mg-job-name to par-job-name.
    move mg-operator-id to par-operator-id.
    move mg-before-image to par-before-image.
    move patron-record to par-after-image.
    write patron-audit-record.
3700-exit.
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
            move pr-patron-number to me-survivor-number
            move "DUPLICATE KEY ON MASTER WRITE" to me-reason
            write error-record
            go to 3900-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to mg-master-write-ct.
3900-exit.
    exit.

*> ---------------------------------------------------------------
*> 4000-renumber-ledger - every loan row, open or returned, moves
*> to the survivor; the sort puts the moved rows back in loan-key
*> order among the survivor's own.
*> ---------------------------------------------------------------
4000-renumber-ledger.
    sort ledger-sort-file
        on ascending key ls-patron-number
                         ls-item-id
                         ls-checkout-date
        input procedure is 4100-release-ledger
        output procedure is 4200-write-ledger.
4000-exit.
    exit.

4100-release-ledger.
    open input ledger-file.
    perform 4110-read-ledger
        thru 4110-exit.
    perform 4120-release-one-loan
        thru 4120-exit
        until mg-ledger-eof.
    close ledger-file.
4100-exit.
    exit.

4110-read-ledger.
    read ledger-file
        at end
            set mg-ledger-eof to true
            go to 4110-exit
    end-read.
    if cr-generation-control
        go to 4110-read-ledger
    end-if.
    add 1 to mg-ledger-read-ct.
4110-exit.
    exit.

4120-release-one-loan.
    move cr-patron-number to mg-lookup-number.
    perform 7000-find-victim
        thru 7000-exit.
    if mg-lookup-slot not = zero
        move mp-survivor-number (mg-lookup-slot) to cr-patron-number
        add 1 to mp-loan-ct (mg-lookup-slot)
        add 1 to mg-ledger-moved-ct
    end-if.
    release ledger-sort-record from circulation-record.
    add 1 to mg-ledger-write-ct.
    perform 4110-read-ledger
        thru 4110-exit.
4120-exit.
    exit.

*> ---------------------------------------------------------------
*> 4200-write-ledger - the renumbered ledger as the new
*> generation, between its header and trailer.
*> ---------------------------------------------------------------
4200-write-ledger.
    open output new-ledger-file.
    move "CIRCM" to gq-file-name.
    set gq-start-generation to true.
    perform 8600-call-generation-control
        thru 8600-exit.
    write new-ledger-record from generation-control-record.
    move "N" to mg-return-eof-sw.
    perform 4210-return-one-loan
        thru 4210-exit
        until mg-return-eof.
    move "CIRCM" to gq-file-name.
    set gq-end-generation to true.
    perform 8600-call-generation-control
        thru 8600-exit.
    write new-ledger-record from generation-control-record.
    close new-ledger-file.
    move "CIRCM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8600-call-generation-control
        thru 8600-exit.
4200-exit.
    exit.

4210-return-one-loan.
    return ledger-sort-file into new-ledger-record
        at end
            set mg-return-eof to true
            go to 4210-exit
    end-return.
    write new-ledger-record.
    move "CIRCM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-ledger-record.
4210-exit.
    exit.

*> ---------------------------------------------------------------
*> 4500-renumber-notices - the notice history follows its loans,
*> so a merged loan is never sent a notice it already had.
*> ---------------------------------------------------------------
4500-renumber-notices.
    sort history-sort-file
        on ascending key hs-patron-number
                         hs-item-id
                         hs-checkout-date
                         hs-notice-type
        input procedure is 4600-release-history
        output procedure is 4700-write-history.
4500-exit.
    exit.

4600-release-history.
    open input history-file.
    perform 4610-read-history
        thru 4610-exit.
    perform 4620-release-one-notice
        thru 4620-exit
        until mg-history-eof.
    close history-file.
4600-exit.
    exit.

4610-read-history.
    read history-file
        at end
            set mg-history-eof to true
            go to 4610-exit
    end-read.
    if nh-generation-control
        go to 4610-read-history
    end-if.
    add 1 to mg-history-read-ct.
4610-exit.
    exit.

4620-release-one-notice.
    move nh-patron-number to mg-lookup-number.
    perform 7000-find-victim
        thru 7000-exit.
    if mg-lookup-slot not = zero
        move mp-survivor-number (mg-lookup-slot) to nh-patron-number
        add 1 to mp-notice-ct (mg-lookup-slot)
        add 1 to mg-history-moved-ct
    end-if.
    release history-sort-record from notice-history-record.
    add 1 to mg-history-write-ct.
    perform 4610-read-history
        thru 4610-exit.
4620-exit.
    exit.

*> ---------------------------------------------------------------
*> 4700-write-history - the renumbered notice history as
*> the new generation, between its header and trailer.
*> ---------------------------------------------------------------
4700-write-history.
    open output new-history-file.
    move "NOTHIST" to gq-file-name.
    set gq-start-generation to true.
    perform 8600-call-generation-control
        thru 8600-exit.
    write new-history-record from generation-control-record.
    move "N" to mg-return-eof-sw.
    perform 4710-return-one-notice
        thru 4710-exit
        until mg-return-eof.
    move "NOTHIST" to gq-file-name.
    set gq-end-generation to true.
    perform 8600-call-generation-control
        thru 8600-exit.
    write new-history-record from generation-control-record.
    close new-history-file.
    move "NOTHIST" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8600-call-generation-control
        thru 8600-exit.
4700-exit.
    exit.

4710-return-one-notice.
    return history-sort-file into new-history-record
        at end
            set mg-return-eof to true
            go to 4710-exit
    end-return.
    write new-history-record.
    move "NOTHIST" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-history-record.
4710-exit.
    exit.

*> ---------------------------------------------------------------
*> 5000-renumber-holds - the queue stays in item, queue-sequence
*> order.  once renumbered, a patron may stand in one item's queue
*> twice; the later place is dropped and everyone behind it moves
*> up one, so the queue still reads 1, 2, 3 in order.
*> ---------------------------------------------------------------
5000-renumber-holds.
    open input  hold-file
         output new-hold-file.
    move "HOLDM" to gq-file-name.
    set gq-start-generation to true.
    perform 8600-call-generation-control
        thru 8600-exit.
    write new-hold-record from generation-control-record.
    perform 5100-read-hold
        thru 5100-exit.
    perform 5200-process-one-hold
        thru 5200-exit
        until mg-hold-eof.
    move "HOLDM" to gq-file-name.
    set gq-end-generation to true.
    perform 8600-call-generation-control
        thru 8600-exit.
    write new-hold-record from generation-control-record.
    close hold-file
          new-hold-file.
    move "HOLDM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8600-call-generation-control
        thru 8600-exit.
5000-exit.
    exit.

5100-read-hold.
    read hold-file
        at end
            set mg-hold-eof to true
            go to 5100-exit
    end-read.
    if hr-generation-control
        go to 5100-read-hold
    end-if.
    add 1 to mg-hold-read-ct.
5100-exit.
    exit.

5200-process-one-hold.
    if hr-item-id not = mg-queue-item-id
        move hr-item-id to mg-queue-item-id
        move zero to mg-queue-ct
                     mg-queue-drop-ct
    end-if.
    move hr-patron-number to mg-lookup-number.
    perform 7000-find-victim
        thru 7000-exit.
    if mg-lookup-slot not = zero
        move mp-survivor-number (mg-lookup-slot) to hr-patron-number
        add 1 to mp-hold-ct (mg-lookup-slot)
        add 1 to mg-hold-moved-ct
    end-if.
    move "N" to mg-queue-hit-sw.
    move zero to mg-qx.
    perform 5250-check-queue-patron
        thru 5250-exit
        until mg-qx = mg-queue-ct or mg-queue-hit.
    if mg-queue-hit
        add 1 to mg-queue-drop-ct
        add 1 to mg-hold-drop-ct
        go to 5200-next
    end-if.
    if mg-queue-ct < 999
        add 1 to mg-queue-ct
        move hr-patron-number to mg-queue-patron (mg-queue-ct)
    end-if.
    subtract mg-queue-drop-ct from hr-queue-seq.
    write new-hold-record from hold-record.
    move "HOLDM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-hold-record.
    add 1 to mg-hold-write-ct.
5200-next.
    perform 5100-read-hold
        thru 5100-exit.
5200-exit.
    exit.

5250-check-queue-patron.
    add 1 to mg-qx.
    if mg-queue-patron (mg-qx) = hr-patron-number
        set mg-queue-hit to true
    end-if.
5250-exit.
    exit.

*> ---------------------------------------------------------------
*> 5500-renumber-fees - the fee detail ledger stays in arrival
*> order; only the patron number changes.
*> ---------------------------------------------------------------
5500-renumber-fees.
    open input  fee-detail-file
         output new-fee-detail-file.
    perform 5600-read-fee
        thru 5600-exit.
    perform 5700-copy-one-fee
        thru 5700-exit
        until mg-fee-eof.
    close fee-detail-file
          new-fee-detail-file.
5500-exit.
    exit.

5600-read-fee.
    read fee-detail-file
        at end
            set mg-fee-eof to true
        not at end
            add 1 to mg-fee-read-ct
    end-read.
5600-exit.
    exit.

5700-copy-one-fee.
    move fdr-patron-number to mg-lookup-number.
    perform 7000-find-victim
        thru 7000-exit.
    if mg-lookup-slot not = zero
        move mp-survivor-number (mg-lookup-slot) to fdr-patron-number
        add 1 to mp-fee-ct (mg-lookup-slot)
        add 1 to mg-fee-moved-ct
    end-if.
    write new-fee-detail-record from fee-detail-record.
    perform 5600-read-fee
        thru 5600-exit.
5700-exit.
    exit.

*> ---------------------------------------------------------------
*> 6000-renumber-archive - the returned-loan history follows the
*> patron too, for the statistics runs and the history inquiries.
*> ---------------------------------------------------------------
6000-renumber-archive.
    open input  archive-file
         output new-archive-file.
    perform 6100-read-archive
        thru 6100-exit.
    perform 6200-copy-one-archive
        thru 6200-exit
        until mg-archive-eof.
    close archive-file
          new-archive-file.
6000-exit.
    exit.

6100-read-archive.
    read archive-file
        at end
            set mg-archive-eof to true
        not at end
            add 1 to mg-archive-read-ct
    end-read.
6100-exit.
    exit.

6200-copy-one-archive.
    move ah-patron-number to mg-lookup-number.
    perform 7000-find-victim
        thru 7000-exit.
    if mg-lookup-slot not = zero
        move mp-survivor-number (mg-lookup-slot) to ah-patron-number
        add 1 to mp-archive-ct (mg-lookup-slot)
        add 1 to mg-archive-moved-ct
    end-if.
    write new-archive-record from archive-record.
    perform 6100-read-archive
        thru 6100-exit.
6200-exit.
    exit.

*> ---------------------------------------------------------------
*> 7000-find-victim - the valid pair whose victim is
*> mg-lookup-number, returned in mg-lookup-slot (zero if none).
*> ---------------------------------------------------------------
7000-find-victim.
    move zero to mg-lookup-slot.
    move zero to mg-lx.
    perform 7010-check-one-victim
        thru 7010-exit
        until mg-lookup-slot not = zero or mg-lx = mg-pair-ct.
7000-exit.
    exit.

7010-check-one-victim.
    add 1 to mg-lx.
    if mp-pair-valid (mg-lx)
            and mp-victim-number (mg-lx) = mg-lookup-number
        move mg-lx to mg-lookup-slot
    end-if.
7010-exit.
    exit.

*> ---------------------------------------------------------------
*> 8000-print-report - one line per pair keyed, merged or not.
*> ---------------------------------------------------------------
8000-print-report.
    move zero to mg-ix.
    perform 8100-print-one-pair
        thru 8100-exit
        until mg-ix = mg-pair-ct.
    move mg-merged-ct to tl-merged-ct.
    move mg-reject-ct to tl-reject-ct.
    move mg-hold-drop-ct to tl-hold-drop-ct.
    move spaces to report-line.
    write report-line.
    write report-line from mg-total-line.
    close report-file
          error-file.
8000-exit.
    exit.

8100-print-one-pair.
    add 1 to mg-ix.
    move mp-survivor-number (mg-ix) to pl-survivor-number.
    move mp-victim-number (mg-ix) to pl-victim-number.
    if mp-pair-valid (mg-ix)
        move "MERGED" to pl-result
    else
        move "REJECTED" to pl-result
    end-if.
    move mp-victim-books-out (mg-ix) to pl-books-out.
    move mp-victim-total-fees (mg-ix) to pl-total-fees.
    move mp-loan-ct (mg-ix) to pl-loan-ct.
    move mp-archive-ct (mg-ix) to pl-archive-ct.
    move mp-fee-ct (mg-ix) to pl-fee-ct.
    move mp-hold-ct (mg-ix) to pl-hold-ct.
    move mp-notice-ct (mg-ix) to pl-notice-ct.
    move mp-remark (mg-ix) to pl-remark.
    write report-line from mg-pair-line.
8100-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-reject-pair - pair mg-ix is rejected for mg-reject-reason.
*> ---------------------------------------------------------------
8500-reject-pair.
    set mp-pair-rejected (mg-ix) to true.
    move mg-reject-reason to mp-remark (mg-ix).
    move spaces to error-record.
    move mp-survivor-number (mg-ix) to me-survivor-number.
    move mp-victim-number (mg-ix) to me-victim-number.
    move mg-reject-reason to me-reason.
    write error-record.
    add 1 to mg-reject-ct.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 8600-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is merged.
*> ---------------------------------------------------------------
8600-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMMERGE - " gq-message
        display "PMMERGE - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8600-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    display "PMMERGE - PAIRS READ           : " mg-pair-read-ct.
    display "PMMERGE - PAIRS MERGED         : " mg-merged-ct.
    display "PMMERGE - PAIRS REJECTED       : " mg-reject-ct.
    display "PMMERGE - HOUSEHOLD LINKS LEFT : " mg-household-ct.
    display "PMMERGE - LOANS MOVED          : " mg-ledger-moved-ct.
    display "PMMERGE - NOTICES MOVED        : " mg-history-moved-ct.
    display "PMMERGE - HOLDS MOVED          : " mg-hold-moved-ct.
    display "PMMERGE - DUPLICATE HOLDS DROP : " mg-hold-drop-ct.
    display "PMMERGE - FEE DETAILS MOVED    : " mg-fee-moved-ct.
    display "PMMERGE - HISTORY ROWS MOVED   : " mg-archive-moved-ct.
    perform 9100-write-control-totals
        thru 9100-exit.
9000-exit.
    exit.

*> ---------------------------------------------------------------
*> 9100-write-control-totals - the master record counts each pair
*> keyed as merged or rejected; the ledger, notice history and
*> hold queue records prove nothing was lost in the renumbering.
*> ---------------------------------------------------------------
9100-write-control-totals.
    open extend control-file.
    move spaces to control-record.
    move "PMMERGE" to ctl-program-name.
    move "PATRONM" to ctl-file-name.
    move mg-ctl-run-date to ctl-run-date.
    move mg-audit-time to ctl-run-time.
    move mg-master-read-ct to ctl-old-count.
    move mg-master-write-ct to ctl-new-count.
    move mg-pair-read-ct to ctl-trans-count.
    move zero to ctl-add-count.
    move mg-merged-ct to ctl-change-count.
    move zero to ctl-delete-count.
    move mg-reject-ct to ctl-reject-count.
    move "Y" to ctl-trans-driven-sw.
    write control-record.
    move spaces to control-record.
    move "PMMERGE" to ctl-program-name.
    move "CIRCM" to ctl-file-name.
    move mg-ctl-run-date to ctl-run-date.
    move mg-audit-time to ctl-run-time.
    move mg-ledger-read-ct to ctl-old-count.
    move mg-ledger-write-ct to ctl-new-count.
    move zero to ctl-trans-count
                 ctl-add-count
                 ctl-delete-count
                 ctl-reject-count.
    move mg-ledger-moved-ct to ctl-change-count.
    move "N" to ctl-trans-driven-sw.
    write control-record.
    move spaces to control-record.
    move "PMMERGE" to ctl-program-name.
    move "NOTHIST" to ctl-file-name.
    move mg-ctl-run-date to ctl-run-date.
    move mg-audit-time to ctl-run-time.
    move mg-history-read-ct to ctl-old-count.
    move mg-history-write-ct to ctl-new-count.
    move zero to ctl-trans-count
                 ctl-add-count
                 ctl-delete-count
                 ctl-reject-count.
    move mg-history-moved-ct to ctl-change-count.
    move "N" to ctl-trans-driven-sw.
    write control-record.
    move spaces to control-record.
    move "PMMERGE" to ctl-program-name.
    move "HOLDM" to ctl-file-name.
    move mg-ctl-run-date to ctl-run-date.
    move mg-audit-time to ctl-run-time.
    move mg-hold-read-ct to ctl-old-count.
    move mg-hold-write-ct to ctl-new-count.
    move zero to ctl-trans-count
                 ctl-add-count
                 ctl-reject-count.
    move mg-hold-moved-ct to ctl-change-count.
    move mg-hold-drop-ct to ctl-delete-count.
    move "N" to ctl-trans-driven-sw.
    write control-record.
    close control-file.
9100-exit.
    exit.
