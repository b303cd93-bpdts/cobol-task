*>                  with per-branch subtotals - each branch head
*>                  was getting a list two-thirds somebody else's
*>                  patrons.
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before reading it.
*> ---------------------------------------------------------------
identification division.
program-id.    pmdelrpt.
    05  filler                      pic X(01)  value spaces.
    05  dl-zip                      pic X(10).
    05  dl-total-fees               pic ZZ9.99.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 1000-initialize - read the threshold parameter card.
*> ---------------------------------------------------------------
1000-initialize.
    move "PMDELRPT" to gq-program-name.
    move zero to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open input parm-file.
    read parm-file
        at end
    read master-file
        at end
            set dr-master-eof to true
            go to 2110-exit
    end-read.
    if pr-generation-control
        go to 2110-read-master
    end-if.
    add 1 to dr-read-ct.
2110-exit.
    exit.

    display "PMDELRPT - DELINQUENT PATRONS  : " dr-select-ct.
4000-exit.
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
        display "PMDELRPT - " gq-message
        display "PMDELRPT - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.
