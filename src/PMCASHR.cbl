*>                  unknown or inactive operator abandons the run -
*>                  and hold each waiver to the operator's
*>                  authority and per-transaction limit.
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before posting,
*>                  and stamp the new master's header and trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmcashr.
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
01  ch-audit-date                   pic 9(08).
01  ch-ctl-run-date                 pic 9(08)  value zero.
01  ch-audit-time                   pic 9(08).
01  ch-before-image                 pic X(168).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
    end-if.
    perform 1100-validate-operator
        thru 1100-exit.
    move "PMCASHR" to gq-program-name.
    move ch-ctl-run-date to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
1000-exit.
    exit.

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
    perform 3300-match-process
        thru 3300-exit
        until ch-master-eof and ch-trans-eof.
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

        at end
            set ch-master-eof to true
            move high-values to pr-patron-number
            go to 3100-exit
    end-read.
    if pr-generation-control
        go to 3100-read-master
    end-if.
    add 1 to ch-master-read-ct.
3100-exit.
    exit.

            write error-record
            go to 3900-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to ch-master-write-ct.
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
        display "PMCASHR - " gq-message
        display "PMCASHR - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
