*> modification history
*> date       init  description
*> 2026-09-02 rd    original program.
*> 2026-10-15 rd    prove the CIRCM generation against the
*>                  generation catalog (pmgenctl) before reading it.
*> ---------------------------------------------------------------
identification division.
program-id.    pmillstl.
    05  tl-closed-ct                pic ZZ,ZZ9.
    05  filler                      pic X(04) value spaces.
    05  tl-still-open-ct            pic ZZ,ZZ9.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
    move pp-stmt-year to il-stmt-year.
    move pp-stmt-month to il-stmt-month.
    compute il-stmt-period = il-stmt-year * 100 + il-stmt-month.
    move "PMILLSTL" to gq-program-name.
    move zero to gq-run-date.
    move "CIRCM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open output statement-file
                extract-file.
    move il-stmt-period to hd-stmt-period.
    read ledger-file
        at end
            set il-ledger-eof to true
            go to 3100-exit
    end-read.
    if cr-generation-control
        go to 3100-read-ledger
    end-if.
    add 1 to il-ledger-read-ct.
3100-exit.
    exit.

4100-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects abandons the run before
*> anything is reported.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMILLSTL - " gq-message
        display "PMILLSTL - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
