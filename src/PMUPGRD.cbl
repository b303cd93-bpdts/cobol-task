*> 2026-08-28 rd    expand the patron record for the card
*>                  expiration date (see pmexpcnv for the
*>                  one-time file conversion).
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before upgrading,
*>                  and stamp the new master's header and trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmupgrd.
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
fd  exception-file
    label records are standard.
01  exception-record.
01  ug-operator-id                  pic X(08).
01  ug-audit-date                   pic 9(08).
01  ug-audit-time                   pic 9(08).
01  ug-before-image                 pic X(168).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
    compute ug-run-mmdd = ug-run-month * 100 + ug-run-day.
    accept ug-audit-date from date yyyymmdd.
    accept ug-audit-time from time.
    move "PMUPGRD" to gq-program-name.
    compute gq-run-date =
        ug-run-year * 10000 + ug-run-month * 100 + ug-run-day.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open input  old-master-file
         output new-master-file
         output exception-file
         output audit-file.
    move "PATRONM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
1000-exit.
    exit.

    read old-master-file
        at end
            set ug-master-eof to true
            go to 2100-exit
    end-read.
    if pr-generation-control
        go to 2100-read-master
    end-if.
    add 1 to ug-read-ct.
2100-exit.
    exit.

            write exception-record
            go to 2200-next
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to ug-write-ct.
2200-next.
    perform 2100-read-master
*> 3000-terminate
*> ---------------------------------------------------------------
3000-terminate.
    move "PATRONM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    close old-master-file
          new-master-file
          exception-file
          audit-file.
    move "PATRONM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    display "PMUPGRD - MASTER RECORDS READ  : " ug-read-ct.
    display "PMUPGRD - PATRONS UPGRADED     : " ug-upgrade-ct.
    display "PMUPGRD - DATE EXCEPTIONS      : " ug-exception-ct.
    close control-file.
3100-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is upgraded.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMUPGRD - " gq-message
        display "PMUPGRD - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.
