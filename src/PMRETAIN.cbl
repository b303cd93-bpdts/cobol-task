*> ---------------------------------------------------------------
*> pmretain - privacy retention run
*>
*> the records retention schedule and the state library privacy
*> statute limit how long we may keep who borrowed what, but the
*> loan history archive (CIRCH) kept cr-patron-number on every
*> returned loan forever, and a closed or long-expired patron
*> never left the patron master.  this periodic run, against the
*> run date and periods on the RETAINP parameter card:
*>   - anonymizes the history archive: a returned loan whose
*>     return date is older than the retention period has its
*>     patron number blanked.  the item, the dates, the material
*>     type and the branch stay, so the pmarchiv-style statistics
*>     and the pmusage counts read the same as before;
*>   - purges a patron who is closed, or expired longer ago than
*>     the grace period, and who has nothing left on file: no loan
*>     on the circulation ledger, no balance - on the master or
*>     netted on the fee detail ledger (FEEDTL) - no hold, and no
*>     household link.  the purged patron's settled fee detail
*>     moves to the fee history file (FEEHIST) the way pmfeearc
*>     rolls detail off, so pmfeercn is not left an orphan to
*>     report every night; every purge is listed on the purge
*>     register and gets the standard delete audit entry;
*>   - lists on the exception report every patron who would have
*>     been purged but is held back, with the reason - open
*>     loans or money owed above all, which the desk must resolve
*>     before the record can go.  a household link is removed
*>     through pmhhlink first; this run does not cut a link file.
*>
*> the outputs are new generations (CIRCHN, PATRONMN, FEEDTLN),
*> promoted together.  the fee detail comes back in patron order,
*> arrival order kept within each patron, as pmfeearc leaves it.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> 2026-10-15 rd    prove the PATRONM, CIRCM and HOLDM generations
*>                  against the generation catalog (pmgenctl)
*>                  before the purge, and stamp the new master's
*>                  header and trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmretain.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select parm-file
        assign to "RETAINP"
        organization is line sequential.
    select optional archive-file
        assign to "CIRCH"
        organization is line sequential.
    select new-archive-file
        assign to "CIRCHN"
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
    select ledger-file
        assign to "CIRCM"
        organization is line sequential.
    select optional hold-file
        assign to "HOLDM"
        organization is line sequential.
    select hold-sort-file
        assign to "SORTWK1".
    select sorted-hold-file
        assign to "HOLDMS"
        organization is line sequential.
    select optional fee-detail-file
        assign to "FEEDTL"
        organization is line sequential.
    select fee-sort-file
        assign to "SORTWK2".
    select sorted-detail-file
        assign to "FEEDTLS"
        organization is line sequential.
    select new-detail-file
        assign to "FEEDTLN"
        organization is line sequential.
    select optional history-file
        assign to "FEEHIST"
        organization is line sequential.
    select optional link-file
        assign to "HOUSEM"
        organization is indexed
        access mode is dynamic
        record key is hh-dependent-number
        alternate record key is hh-guardian-number
            with duplicates.
    select register-file
        assign to "RETAINR"
        organization is line sequential.
    select exception-file
        assign to "RETAINX"
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
    05  pp-retention-days           pic 9(05).
    05  pp-grace-days               pic 9(05).
    05  pp-job-name                 pic X(08).
    05  pp-operator-id              pic X(08).
    05  filler                      pic X(46).
*> the history archive carries the circulation-record layout
*> (Circ.cpy); only the patron number and the return date are
*> looked at here, by position.
fd  archive-file
    label records are standard.
01  archive-record.
    05  ah-patron-number            pic X(06).
    05  filler                      pic X(25).
    05  ah-return-date.
        10  ah-return-month         pic 9(02).
        10  ah-return-day           pic 9(02).
        10  ah-return-year          pic 9(04).
    05  filler                      pic X(17).
fd  new-archive-file
    label records are standard.
01  new-archive-record              pic X(56).
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
fd  ledger-file
    label records are standard.
    copy Circ.
fd  hold-file
    label records are standard.
01  hold-file-record                pic X(40).
*> the hold queue is kept in item order; it is sorted to patron
*> order here so it can ride the master pass.
sd  hold-sort-file.
01  hold-sort-record.
    05  filler                      pic X(11).
    05  hs-patron-number            pic X(06).
    05  filler                      pic X(23).
fd  sorted-hold-file
    label records are standard.
    copy Hold.
fd  fee-detail-file
    label records are standard.
01  fee-detail-file-record          pic X(40).
sd  fee-sort-file.
01  fee-sort-record.
    05  fs-patron-number            pic X(06).
    05  filler                      pic X(34).
fd  sorted-detail-file
    label records are standard.
    copy FeeDtl.
fd  new-detail-file
    label records are standard.
01  new-detail-record               pic X(40).
fd  history-file
    label records are standard.
01  history-record                  pic X(40).
fd  link-file
    label records are standard.
    copy Household.
fd  register-file
    label records are standard.
01  register-line                   pic X(100).
fd  exception-file
    label records are standard.
01  exception-line                  pic X(100).
fd  audit-file
    label records are standard.
    copy PatronAud.
fd  control-file
    label records are standard.
    copy CtlTot.

working-storage section.
*> --- work areas - retention run ---
01  rn-switches.
    05  rn-archive-eof-sw           pic X(01)  value "N".
        88  rn-archive-eof                  value "Y".
    05  rn-master-eof-sw            pic X(01)  value "N".
        88  rn-master-eof                   value "Y".
    05  rn-ledger-eof-sw            pic X(01)  value "N".
        88  rn-ledger-eof                   value "Y".
    05  rn-hold-eof-sw              pic X(01)  value "N".
        88  rn-hold-eof                     value "Y".
    05  rn-detail-eof-sw            pic X(01)  value "N".
        88  rn-detail-eof                   value "Y".
    05  rn-candidate-sw             pic X(01)  value "N".
        88  rn-purge-candidate              value "Y".
    05  rn-overflow-sw              pic X(01)  value "N".
        88  rn-detail-overflow              value "Y".
    05  rn-household-sw             pic X(01)  value "N".
        88  rn-household-linked             value "Y".
01  rn-counters                     comp.
    05  rn-archive-read-ct          pic 9(07)  value zero.
    05  rn-archive-write-ct         pic 9(07)  value zero.
    05  rn-anonymized-ct            pic 9(07)  value zero.
    05  rn-already-anon-ct          pic 9(07)  value zero.
    05  rn-bad-return-ct            pic 9(07)  value zero.
    05  rn-master-read-ct           pic 9(07)  value zero.
    05  rn-master-write-ct          pic 9(07)  value zero.
    05  rn-candidate-ct             pic 9(07)  value zero.
    05  rn-purged-ct                pic 9(07)  value zero.
    05  rn-exception-ct             pic 9(07)  value zero.
    05  rn-bad-expire-ct            pic 9(07)  value zero.
    05  rn-detail-read-ct           pic 9(07)  value zero.
    05  rn-detail-write-ct          pic 9(07)  value zero.
    05  rn-detail-moved-ct          pic 9(07)  value zero.
*> what the patron in hand still has on file.
01  rn-patron-counts                comp.
    05  rn-open-loan-ct             pic 9(05)  value zero.
    05  rn-returned-loan-ct         pic 9(05)  value zero.
    05  rn-hold-ct                  pic 9(05)  value zero.
01  rn-detail-net                   pic s9(07)v99 value zero.
01  rn-exception-reason             pic X(40).
*> one purge candidate's fee detail, held until the master pass
*> decides whether the lines go to history or back to the ledger.
*> five hundred lines is years of activity, the same ceiling as
*> pmfeearc; a patron past it is not purged this run.
01  rn-detail-table.
    05  rn-detail-line occurs 500 times
                                    pic X(40).
01  rn-detail-ct                    pic 9(03)  comp value zero.
01  rn-ix                           pic 9(03)  comp value zero.
01  rn-run-year                     pic 9(04).
01  rn-run-month                    pic 9(02).
01  rn-run-day                      pic 9(02).
01  rn-run-ymd                      pic 9(08).
01  rn-retention-days               pic 9(05).
01  rn-grace-days                   pic 9(05).
01  rn-run-day-number               pic 9(07).
01  rn-retain-day-number            pic 9(07).
01  rn-grace-day-number             pic 9(07).
01  rn-job-name                     pic X(08).
01  rn-operator-id                  pic X(08).
01  rn-audit-date                   pic 9(08).
01  rn-audit-time                   pic 9(08).
*> --- day-number conversion work areas (see 8000-date-to-days) ---
01  rn-cnv-year                     pic 9(04).
01  rn-cnv-month                    pic 9(02).
01  rn-cnv-day                      pic 9(02).
01  rn-cnv-day-number               pic 9(07).
01  rn-cnv-prior-years              pic 9(04).
01  rn-cnv-leap-days                pic 9(04).
01  rn-cnv-work                     pic 9(04).
01  rn-cnv-remainder                pic 9(04)  comp.
01  rn-cum-days-table.
    05  filler                      pic 9(03)  value 000.
    05  filler                      pic 9(03)  value 031.
    05  filler                      pic 9(03)  value 059.
    05  filler                      pic 9(03)  value 090.
    05  filler                      pic 9(03)  value 120.
    05  filler                      pic 9(03)  value 151.
    05  filler                      pic 9(03)  value 181.
    05  filler                      pic 9(03)  value 212.
    05  filler                      pic 9(03)  value 243.
    05  filler                      pic 9(03)  value 273.
    05  filler                      pic 9(03)  value 304.
    05  filler                      pic 9(03)  value 334.
01  rn-cum-days-table-r redefines rn-cum-days-table.
    05  rn-cum-days occurs 12 times pic 9(03).

01  rn-register-heading.
    05  filler                      pic X(30) value
        "PATRON PURGE REGISTER FOR     ".
    05  rh-run-date                 pic 9(08).
01  rn-exception-heading.
    05  filler                      pic X(30) value
        "PURGE EXCEPTIONS FOR          ".
    05  xh-run-date                 pic 9(08).
01  rn-column-heading.
    05  filler                      pic X(08) value "PATRON".
    05  filler                      pic X(25) value "NAME".
    05  filler                      pic X(04) value "STS".
    05  filler                      pic X(11) value "EXPIRES".
    05  filler                      pic X(06) value " LOANS".
    05  filler                      pic X(09) value "  BALANCE".
    05  filler                      pic X(06) value " HOLDS".
    05  filler                      pic X(02) value spaces.
    05  filler                      pic X(29) value "REMARKS".
01  rn-detail-print-line.
    05  dl-patron-number            pic X(06).
    05  filler                      pic X(02) value spaces.
    05  dl-name                     pic X(24).
    05  filler                      pic X(01) value spaces.
    05  dl-patron-status            pic X(01).
    05  filler                      pic X(03) value spaces.
    05  dl-expire-date              pic X(10).
    05  filler                      pic X(01) value spaces.
    05  dl-loan-ct                  pic ZZZZZ9.
    05  dl-balance                  pic -ZZZ9.99.
    05  filler                      pic X(01) value spaces.
    05  dl-hold-ct                  pic ZZZZZ9.
    05  filler                      pic X(02) value spaces.
    05  dl-remark                   pic X(29).
01  rn-register-total-line.
    05  filler                      pic X(17) value
        "PATRONS PURGED:  ".
    05  rt-purged-ct                pic ZZZ,ZZ9.
    05  filler                      pic X(28) value
        "   FEE LINES TO HISTORY:  ".
    05  rt-moved-ct                 pic ZZZ,ZZ9.
01  rn-exception-total-line.
    05  filler                      pic X(17) value
        "PATRONS HELD:    ".
    05  xt-exception-ct             pic ZZZ,ZZ9.
01  rn-anonymize-line.
    05  filler                      pic X(36) value
        "HISTORY LOANS ANONYMIZED (RETENTION ".
    05  al-retention-days           pic ZZZZ9.
    05  filler                      pic X(09) value " DAYS):  ".
    05  al-anonymized-ct            pic ZZZ,ZZZ,ZZ9.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 0000-main-line
*> ---------------------------------------------------------------
0000-main-line.
    perform 1000-initialize
        thru 1000-exit.
    perform 2000-anonymize-history
        thru 2000-exit.
    perform 3000-sort-inputs
        thru 3000-exit.
    perform 4000-purge-patrons
        thru 4000-exit.
    perform 9000-terminate
        thru 9000-exit.
    stop run.

*> ---------------------------------------------------------------
*> 1000-initialize - read and edit the run date and the two
*> periods, and turn them into day numbers.
*> ---------------------------------------------------------------
1000-initialize.
    open input parm-file.
    read parm-file
        at end
            move zero to pp-run-date
                         pp-retention-days
                         pp-grace-days
            move spaces to pp-job-name
                           pp-operator-id
    end-read.
    close parm-file.
    move pp-run-year to rn-run-year.
    move pp-run-month to rn-run-month.
    move pp-run-day to rn-run-day.
    move pp-job-name to rn-job-name.
    move pp-operator-id to rn-operator-id.
    if pp-run-date not numeric
            or rn-run-month < 1 or rn-run-month > 12
            or rn-run-day < 1 or rn-run-day > 31
            or rn-run-year < 1900
        display "PMRETAIN - INVALID RUN DATE ON PARAMETER CARD"
        move 8 to return-code
        stop run
    end-if.
*> a zero retention period would strip the patron from a loan
*> returned this morning; that is never what the card meant.
    if pp-retention-days not numeric or pp-retention-days = zero
        display "PMRETAIN - INVALID RETENTION PERIOD ON PARAMETER CARD"
        move 8 to return-code
        stop run
    end-if.
    if pp-grace-days not numeric
        display "PMRETAIN - INVALID GRACE PERIOD ON PARAMETER CARD"
        move 8 to return-code
        stop run
    end-if.
    move pp-retention-days to rn-retention-days.
    move pp-grace-days to rn-grace-days.
    accept rn-audit-date from date yyyymmdd.
    accept rn-audit-time from time.
    compute rn-run-ymd =
        rn-run-year * 10000 + rn-run-month * 100 + rn-run-day.
    move rn-run-year to rn-cnv-year.
    move rn-run-month to rn-cnv-month.
    move rn-run-day to rn-cnv-day.
    perform 8000-date-to-days
        thru 8000-exit.
    move rn-cnv-day-number to rn-run-day-number.
    compute rn-retain-day-number =
        rn-run-day-number - rn-retention-days.
    compute rn-grace-day-number =
        rn-run-day-number - rn-grace-days.
    move "PMRETAIN" to gq-program-name.
    move rn-run-ymd to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "CIRCM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "HOLDM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open output register-file
                exception-file.
    move rn-run-ymd to rh-run-date
                       xh-run-date.
    write register-line from rn-register-heading.
    write register-line from rn-column-heading.
    write exception-line from rn-exception-heading.
    write exception-line from rn-column-heading.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-anonymize-history - copy the archive forward, blanking
*> the patron on every loan returned before the retention cut.
*> ---------------------------------------------------------------
2000-anonymize-history.
    open input  archive-file
         output new-archive-file.
    perform 2100-read-archive
        thru 2100-exit.
    perform 2200-process-one-archive
        thru 2200-exit
        until rn-archive-eof.
    close archive-file
          new-archive-file.
2000-exit.
    exit.

2100-read-archive.
    read archive-file
        at end
            set rn-archive-eof to true
        not at end
            add 1 to rn-archive-read-ct
    end-read.
2100-exit.
    exit.

*> ---------------------------------------------------------------
*> 2200-process-one-archive - a row whose return date cannot be
*> read is counted and carried as it is; it cannot be aged, and
*> guessing would strip a loan that may still be within the
*> period.
*> ---------------------------------------------------------------
2200-process-one-archive.
    if ah-patron-number = spaces
        add 1 to rn-already-anon-ct
        go to 2200-next
    end-if.
    if ah-return-date not numeric
            or ah-return-month < 1 or ah-return-month > 12
            or ah-return-day < 1 or ah-return-day > 31
            or ah-return-year < 1900
        add 1 to rn-bad-return-ct
        go to 2200-next
    end-if.
    move ah-return-year to rn-cnv-year.
    move ah-return-month to rn-cnv-month.
    move ah-return-day to rn-cnv-day.
    perform 8000-date-to-days
        thru 8000-exit.
    if rn-cnv-day-number < rn-retain-day-number
        move spaces to ah-patron-number
        add 1 to rn-anonymized-ct
    end-if.
2200-next.
    write new-archive-record from archive-record.
    add 1 to rn-archive-write-ct.
    perform 2100-read-archive
        thru 2100-exit.
2200-exit.
    exit.

*> ---------------------------------------------------------------
*> 3000-sort-inputs - the hold queue and the fee detail ledger
*> into patron order to match the master.
*> ---------------------------------------------------------------
3000-sort-inputs.
    sort hold-sort-file
        on ascending key hs-patron-number
        using hold-file
        giving sorted-hold-file.
    sort fee-sort-file
        on ascending key fs-patron-number
        with duplicates in order
        using fee-detail-file
        giving sorted-detail-file.
3000-exit.
    exit.

*> ---------------------------------------------------------------
*> 4000-purge-patrons - balanced-line pass of the master against
*> the ledger, the holds and the fee detail, all in patron order.
*> ---------------------------------------------------------------
4000-purge-patrons.
    open input  old-master-file
                ledger-file
                sorted-hold-file
                sorted-detail-file
                link-file
         output new-master-file
                new-detail-file
                audit-file
         extend history-file.
    move "PATRONM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    perform 4100-read-master
        thru 4100-exit.
    perform 4110-read-ledger
        thru 4110-exit.
    perform 4120-read-hold
        thru 4120-exit.
    perform 4130-read-detail
        thru 4130-exit.
    perform 4200-process-one-patron
        thru 4200-exit
        until rn-master-eof.
*> detail left after the last patron belongs to no one on the
*> master; it stays on the ledger for pmfeercn to report.
    perform 4700-write-detail-through
        thru 4700-exit
        until rn-detail-eof.
    move "PATRONM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    close old-master-file
          ledger-file
          sorted-hold-file
          sorted-detail-file
          link-file
          new-master-file
          new-detail-file
          audit-file
          history-file.
    move "PATRONM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
4000-exit.
    exit.

4100-read-master.
    read old-master-file
        at end
            set rn-master-eof to true
            go to 4100-exit
    end-read.
    if pr-generation-control
        go to 4100-read-master
    end-if.
    add 1 to rn-master-read-ct.
4100-exit.
    exit.

4110-read-ledger.
    read ledger-file
        at end
            set rn-ledger-eof to true
            move high-values to cr-patron-number
            go to 4110-exit
    end-read.
    if cr-generation-control
        go to 4110-read-ledger
    end-if.
4110-exit.
    exit.

4120-read-hold.
    read sorted-hold-file
        at end
            set rn-hold-eof to true
            move high-values to hr-patron-number
            go to 4120-exit
    end-read.
    if hr-generation-control
        go to 4120-read-hold
    end-if.
4120-exit.
    exit.

4130-read-detail.
    read sorted-detail-file
        at end
            set rn-detail-eof to true
            move high-values to fdr-patron-number
        not at end
            add 1 to rn-detail-read-ct
    end-read.
4130-exit.
    exit.

*> ---------------------------------------------------------------
*> 4200-process-one-patron - gather what the patron still has on
*> file, then purge, hold back, or simply carry forward.
*> ---------------------------------------------------------------
4200-process-one-patron.
    perform 4300-check-candidate
        thru 4300-exit.
    move zero to rn-open-loan-ct
                 rn-returned-loan-ct
                 rn-hold-ct
                 rn-detail-ct
                 rn-detail-net.
    move "N" to rn-overflow-sw.
    move "N" to rn-household-sw.
    perform 4110-read-ledger
        thru 4110-exit
        until cr-patron-number not < pr-patron-number.
    perform 4400-count-one-loan
        thru 4400-exit
        until cr-patron-number not = pr-patron-number.
    perform 4120-read-hold
        thru 4120-exit
        until hr-patron-number not < pr-patron-number.
    perform 4450-count-one-hold
        thru 4450-exit
        until hr-patron-number not = pr-patron-number.
    perform 4700-write-detail-through
        thru 4700-exit
        until fdr-patron-number not < pr-patron-number.
    perform 4500-gather-one-detail
        thru 4500-exit
        until fdr-patron-number not = pr-patron-number.
    if not rn-purge-candidate
        perform 4900-write-master
            thru 4900-exit
        go to 4200-next
    end-if.
    add 1 to rn-candidate-ct.
    perform 4550-check-household
        thru 4550-exit.
    perform 4600-find-exception
        thru 4600-exit.
    if rn-exception-reason = spaces
        perform 5000-purge-patron
            thru 5000-exit
    else
        perform 5500-hold-back-patron
            thru 5500-exit
    end-if.
4200-next.
    perform 4100-read-master
        thru 4100-exit.
4200-exit.
    exit.

*> ---------------------------------------------------------------
*> 4300-check-candidate - closed, or expired and past the grace
*> period.  an expiry date that cannot be read is counted and the
*> patron left alone, as pmexpire does.
*> ---------------------------------------------------------------
4300-check-candidate.
    move "N" to rn-candidate-sw.
    if pr-patron-status = "C"
        set rn-purge-candidate to true
        go to 4300-exit
    end-if.
    if pr-patron-status not = "E"
        go to 4300-exit
    end-if.
    if pr-expire-date not numeric
            or pr-expire-month < 1 or pr-expire-month > 12
            or pr-expire-day < 1 or pr-expire-day > 31
            or pr-expire-year < 1900
        add 1 to rn-bad-expire-ct
        go to 4300-exit
    end-if.
    move pr-expire-year to rn-cnv-year.
    move pr-expire-month to rn-cnv-month.
    move pr-expire-day to rn-cnv-day.
    perform 8000-date-to-days
        thru 8000-exit.
    if rn-cnv-day-number < rn-grace-day-number
        set rn-purge-candidate to true
    end-if.
4300-exit.
    exit.

*> ---------------------------------------------------------------
*> 4400-count-one-loan - a lost loan still counts as open: the
*> patron may yet bring the item back.
*> ---------------------------------------------------------------
4400-count-one-loan.
    if cr-loan-is-open or cr-loan-is-lost
        add 1 to rn-open-loan-ct
    else
        add 1 to rn-returned-loan-ct
    end-if.
    perform 4110-read-ledger
        thru 4110-exit.
4400-exit.
    exit.

4450-count-one-hold.
    add 1 to rn-hold-ct.
    perform 4120-read-hold
        thru 4120-exit.
4450-exit.
    exit.

*> ---------------------------------------------------------------
*> 4500-gather-one-detail - a candidate's lines are held until
*> the decision; anyone else's go straight through.
*> ---------------------------------------------------------------
4500-gather-one-detail.
    if fdr-detail-is-assessment
        add fdr-amount to rn-detail-net
    else
        subtract fdr-amount from rn-detail-net
    end-if.
    if not rn-purge-candidate
        perform 4700-write-detail-through
            thru 4700-exit
        go to 4500-exit
    end-if.
*> past the table, the patron is held back anyway; this line goes
*> straight back to the ledger and the held ones follow it.
    if rn-detail-ct = 500
        set rn-detail-overflow to true
        perform 4700-write-detail-through
            thru 4700-exit
        go to 4500-exit
    end-if.
    add 1 to rn-detail-ct.
    move fee-detail-record to rn-detail-line (rn-detail-ct).
    perform 4130-read-detail
        thru 4130-exit.
4500-exit.
    exit.

*> ---------------------------------------------------------------
*> 4550-check-household - a dependent's link, or a guardian's.
*> ---------------------------------------------------------------
4550-check-household.
    move pr-patron-number to hh-dependent-number.
    read link-file
        invalid key
            continue
        not invalid key
            set rn-household-linked to true
    end-read.
    move pr-patron-number to hh-guardian-number.
    start link-file
        key is equal to hh-guardian-number
        invalid key
            continue
        not invalid key
            set rn-household-linked to true
    end-start.
4550-exit.
    exit.

*> ---------------------------------------------------------------
*> 4600-find-exception - the first reason the candidate cannot go;
*> spaces when nothing holds it back.
*> ---------------------------------------------------------------
4600-find-exception.
    move spaces to rn-exception-reason.
    evaluate true
        when rn-open-loan-ct > zero
            move "OPEN LOANS" to rn-exception-reason
        when pr-total-fees not = zero
            move "MONEY OWED" to rn-exception-reason
        when rn-detail-net not = zero
            move "FEE DETAIL DOES NOT NET TO ZERO"
                to rn-exception-reason
        when rn-hold-ct > zero
            move "HOLDS ON FILE" to rn-exception-reason
        when rn-returned-loan-ct > zero
            move "LOANS NOT YET ARCHIVED" to rn-exception-reason
        when rn-household-linked
            move "HOUSEHOLD LINK ON FILE" to rn-exception-reason
        when rn-detail-overflow
            move "FEE DETAIL TOO LONG TO MOVE" to rn-exception-reason
    end-evaluate.
4600-exit.
    exit.

4700-write-detail-through.
    write new-detail-record from fee-detail-record.
    add 1 to rn-detail-write-ct.
    perform 4130-read-detail
        thru 4130-exit.
4700-exit.
    exit.

*> ---------------------------------------------------------------
*> 4900-write-master - write the current patron-record forward to
*> the new master generation.  a duplicate key here would point at
*> the old master itself already carrying a repeated key, since
*> this run never changes pr-patron-number - reported to the log
*> and skipped rather than left to abend the run.
*> ---------------------------------------------------------------
4900-write-master.
    move patron-record to new-master-record.
    write new-master-record
        invalid key
            display "PMRETAIN - DUPLICATE KEY ON MASTER WRITE: "
                pr-patron-number
            go to 4900-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to rn-master-write-ct.
4900-exit.
    exit.

*> ---------------------------------------------------------------
*> 5000-purge-patron - the record is not written forward; its
*> settled fee detail goes to history.
*> ---------------------------------------------------------------
5000-purge-patron.
    move zero to rn-ix.
    perform 5100-move-one-detail
        thru 5100-exit
        until rn-ix = rn-detail-ct.
    move spaces to patron-audit-record.
    move pr-patron-number to par-patron-number.
    set par-change-is-delete to true.
    move rn-audit-date to par-audit-date.
    move rn-audit-time to par-audit-time.
    move rn-job-name to par-job-name.
    move rn-operator-id to par-operator-id.
    move patron-record to par-before-image.
    move spaces to par-after-image.
    write patron-audit-record.
    add 1 to rn-purged-ct.
    perform 6000-format-patron-line
        thru 6000-exit.
    move spaces to dl-remark.
    if rn-detail-ct > zero
        move "FEE DETAIL TO HISTORY" to dl-remark
    end-if.
    write register-line from rn-detail-print-line.
5000-exit.
    exit.

5100-move-one-detail.
    add 1 to rn-ix.
    move rn-detail-line (rn-ix) to history-record.
    write history-record.
    add 1 to rn-detail-moved-ct.
5100-exit.
    exit.

*> ---------------------------------------------------------------
*> 5500-hold-back-patron - the patron stays, the held lines go
*> back to the ledger, and the desk gets the reason.
*> ---------------------------------------------------------------
5500-hold-back-patron.
    move zero to rn-ix.
    perform 5600-return-one-detail
        thru 5600-exit
        until rn-ix = rn-detail-ct.
    perform 4900-write-master
        thru 4900-exit.
    add 1 to rn-exception-ct.
    perform 6000-format-patron-line
        thru 6000-exit.
    move rn-exception-reason to dl-remark.
    write exception-line from rn-detail-print-line.
5500-exit.
    exit.

5600-return-one-detail.
    add 1 to rn-ix.
    move rn-detail-line (rn-ix) to new-detail-record.
    write new-detail-record.
    add 1 to rn-detail-write-ct.
5600-exit.
    exit.

*> ---------------------------------------------------------------
*> 6000-format-patron-line - the register and exception lines
*> share one layout.
*> ---------------------------------------------------------------
6000-format-patron-line.
    move pr-patron-number to dl-patron-number.
    move spaces to dl-name.
    string pr-first-name delimited by size
           " " delimited by size
           pr-last-name delimited by size
        into dl-name.
    move pr-patron-status to dl-patron-status.
    move spaces to dl-expire-date.
    string pr-expire-month delimited by size
           "/" delimited by size
           pr-expire-day delimited by size
           "/" delimited by size
           pr-expire-year delimited by size
        into dl-expire-date.
    move rn-open-loan-ct to dl-loan-ct.
    if pr-total-fees not = zero
        move pr-total-fees to dl-balance
    else
        move rn-detail-net to dl-balance
    end-if.
    move rn-hold-ct to dl-hold-ct.
6000-exit.
    exit.

*> ---------------------------------------------------------------
*> 8000-date-to-days - convert rn-cnv-year/month/day to a day
*> number counted from the calendar epoch, so two dates can be
*> differenced in whole days.  counts 365 days per year, plus one
*> for every leap year before this one, plus one more when this
*> year is itself a leap year and the date is past february.
*> ---------------------------------------------------------------
8000-date-to-days.
    compute rn-cnv-prior-years = rn-cnv-year - 1.
    divide rn-cnv-prior-years by 4 giving rn-cnv-leap-days.
    divide rn-cnv-prior-years by 100 giving rn-cnv-work.
    subtract rn-cnv-work from rn-cnv-leap-days.
    divide rn-cnv-prior-years by 400 giving rn-cnv-work.
    add rn-cnv-work to rn-cnv-leap-days.
    compute rn-cnv-day-number =
        rn-cnv-year * 365 + rn-cnv-leap-days
        + rn-cum-days (rn-cnv-month) + rn-cnv-day.
    if rn-cnv-month > 2
        perform 8100-check-leap-year
            thru 8100-exit
    end-if.
8000-exit.
    exit.

*> ---------------------------------------------------------------
*> 8100-check-leap-year - rn-cnv-year is a leap year if it divides
*> evenly by 4, except century years, which must also divide
*> evenly by 400.
*> ---------------------------------------------------------------
8100-check-leap-year.
    divide rn-cnv-year by 4 giving rn-cnv-work
        remainder rn-cnv-remainder.
    if rn-cnv-remainder not = zero
        go to 8100-exit
    end-if.
    divide rn-cnv-year by 100 giving rn-cnv-work
        remainder rn-cnv-remainder.
    if rn-cnv-remainder not = zero
        add 1 to rn-cnv-day-number
        go to 8100-exit
    end-if.
    divide rn-cnv-year by 400 giving rn-cnv-work
        remainder rn-cnv-remainder.
    if rn-cnv-remainder = zero
        add 1 to rn-cnv-day-number
    end-if.
8100-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is purged.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMRETAIN - " gq-message
        display "PMRETAIN - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    move rn-purged-ct to rt-purged-ct.
    move rn-detail-moved-ct to rt-moved-ct.
    move spaces to register-line.
    write register-line.
    write register-line from rn-register-total-line.
    move rn-retention-days to al-retention-days.
    move rn-anonymized-ct to al-anonymized-ct.
    write register-line from rn-anonymize-line.
    move rn-exception-ct to xt-exception-ct.
    move spaces to exception-line.
    write exception-line.
    write exception-line from rn-exception-total-line.
    close register-file
          exception-file.
    display "PMRETAIN - HISTORY ROWS READ      : " rn-archive-read-ct.
    display "PMRETAIN - HISTORY ROWS ANONYMIZED: " rn-anonymized-ct.
    display "PMRETAIN - ALREADY ANONYMOUS      : " rn-already-anon-ct.
    display "PMRETAIN - UNREADABLE RETURN DATES: " rn-bad-return-ct.
    display "PMRETAIN - MASTER RECORDS READ    : " rn-master-read-ct.
    display "PMRETAIN - PURGE CANDIDATES       : " rn-candidate-ct.
    display "PMRETAIN - PATRONS PURGED         : " rn-purged-ct.
    display "PMRETAIN - PATRONS HELD BACK      : " rn-exception-ct.
    display "PMRETAIN - UNREADABLE EXPIRY DATES: " rn-bad-expire-ct.
    display "PMRETAIN - FEE LINES TO HISTORY   : " rn-detail-moved-ct.
    perform 9100-write-control-totals
        thru 9100-exit.
9000-exit.
    exit.

*> ---------------------------------------------------------------
*> 9100-write-control-totals - driven by the master scan, not a
*> transaction feed: the purges are the master's deletes, the fee
*> lines moved to history the ledger's, and the anonymized rows
*> the history archive's changes.
*> ---------------------------------------------------------------
9100-write-control-totals.
    open extend control-file.
    move spaces to control-record.
    move "PMRETAIN" to ctl-program-name.
    move "PATRONM" to ctl-file-name.
    move rn-run-ymd to ctl-run-date.
    move rn-audit-time to ctl-run-time.
    move rn-master-read-ct to ctl-old-count.
    move rn-master-write-ct to ctl-new-count.
    move zero to ctl-trans-count
                 ctl-add-count
                 ctl-change-count
                 ctl-reject-count.
    move rn-purged-ct to ctl-delete-count.
    move "N" to ctl-trans-driven-sw.
    write control-record.
    move spaces to control-record.
    move "PMRETAIN" to ctl-program-name.
    move "FEEDTL" to ctl-file-name.
    move rn-run-ymd to ctl-run-date.
    move rn-audit-time to ctl-run-time.
    move rn-detail-read-ct to ctl-old-count.
    move rn-detail-write-ct to ctl-new-count.
    move zero to ctl-trans-count
                 ctl-add-count
                 ctl-change-count
                 ctl-reject-count.
    move rn-detail-moved-ct to ctl-delete-count.
    move "N" to ctl-trans-driven-sw.
    write control-record.
    move spaces to control-record.
    move "PMRETAIN" to ctl-program-name.
    move "CIRCH" to ctl-file-name.
    move rn-run-ymd to ctl-run-date.
    move rn-audit-time to ctl-run-time.
    move rn-archive-read-ct to ctl-old-count.
    move rn-archive-write-ct to ctl-new-count.
    move zero to ctl-trans-count
                 ctl-add-count
                 ctl-delete-count
                 ctl-reject-count.
    move rn-anonymized-ct to ctl-change-count.
    move "N" to ctl-trans-driven-sw.
    write control-record.
    close control-file.
9100-exit.
    exit.
