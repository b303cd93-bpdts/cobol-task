*>                  (cr-library-code) instead of throwing it away,
*>                  so the monthly settlement run (pmillstl) can
*>                  check the consortium's invoice.
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before reading it.
*> ---------------------------------------------------------------
identification division.
program-id.    pmillimp.
    05  im-edit-year                pic 9(04).
01  im-audit-date                   pic 9(08).
01  im-audit-time                   pic 9(08).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
1000-initialize.
    accept im-audit-date from date yyyymmdd.
    accept im-audit-time from time.
    move "PMILLIMP" to gq-program-name.
    move zero to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open input  master-file
         extend trans-file
         output error-file.
2850-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects abandons the run before
*> anything is posted.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMILLIMP - " gq-message
        display "PMILLIMP - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
