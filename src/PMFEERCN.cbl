*> date       init  description
*> 2026-08-10 rd    original program.
*> 2026-08-20 rd    expand the patron number to six characters.
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before reading it.
*> ---------------------------------------------------------------
identification division.
program-id.    pmfeercn.
    05  filler                      pic X(45) value
        "ORPHAN FEE DETAIL - PATRON NOT ON MASTER:    ".
    05  ol-patron-number            pic X(06).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 1000-initialize
*> ---------------------------------------------------------------
1000-initialize.
    move "PMFEERCN" to gq-program-name.
    move zero to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open output report-file.
    write report-line from fr-heading-1.
    write report-line from fr-heading-2.
        at end
            set fr-master-eof to true
            move high-values to pr-patron-number
            go to 2100-exit
    end-read.
    if pr-generation-control
        go to 2100-read-master
    end-if.
    add 1 to fr-master-read-ct.
2100-exit.
    exit.

2800-exit.
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
        display "PMFEERCN - " gq-message
        display "PMFEERCN - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
