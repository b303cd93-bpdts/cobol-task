*> 2026-08-26 rd    leave loans pmlostcv declared lost out of the
*>                  open count - the conversion already relieved
*>                  pr-books-out of them.
*> 2026-10-15 rd    prove the PATRONM and CIRCM generations against
*>                  the generation catalog (pmgenctl) before
*>                  reading them.
*> ---------------------------------------------------------------
identification division.
program-id.    pmrecon.
    05  filler                      pic X(43) value
        "ORPHAN LOAN RECORD - PATRON NOT ON MASTER: ".
    05  ol-patron-number            pic X(06).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 1000-initialize
*> ---------------------------------------------------------------
1000-initialize.
    move "PMRECON" to gq-program-name.
    move zero to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "CIRCM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open input  master-file
                ledger-file
         output report-file.
        at end
            set rc-master-eof to true
            move high-values to pr-patron-number
            go to 2100-exit
    end-read.
    if pr-generation-control
        go to 2100-read-master
    end-if.
    add 1 to rc-master-read-ct.
2100-exit.
    exit.

        at end
            set rc-ledger-eof to true
            move high-values to rc-ledger-patron
            go to 2200-exit
    end-read.
    if cr-generation-control
        go to 2200-read-ledger
    end-if.
    add 1 to rc-ledger-read-ct.
    move cr-patron-number to rc-ledger-patron.
2200-exit.
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
        display "PMRECON - " gq-message
        display "PMRECON - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
