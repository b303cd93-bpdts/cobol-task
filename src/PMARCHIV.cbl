*> 2026-08-27 rd    tally the annual statistics by transacting
*>                  branch as well, so each branch head gets
*>                  their own numbers.
*> 2026-10-15 rd    prove the CIRCM and PATRONM generations
*>                  against the generation catalog (pmgenctl)
*>                  before archiving, and stamp the carried-forward
*>                  ledger's header and trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmarchiv.
    05  filler                      pic X(09) value "CHECKOUTS".
    05  filler                      pic X(04) value spaces.
    05  filler                      pic X(09) value "  RETURNS".
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> the statistics cover the twelve months up to the cut-off, so
*> loans carried forward are not tallied again by next year's run.
    compute ar-window-start-ymd = ar-cutoff-ymd - 10000.
    move "PMARCHIV" to gq-program-name.
    move zero to gq-run-date.
    move "CIRCM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open input  ledger-file
                master-file
         output new-ledger-file
                report-file
         extend history-file.
    move "CIRCM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-ledger-record from generation-control-record.
1000-exit.
    exit.

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

        at end
            set ar-ledger-eof to true
            move high-values to ar-ledger-patron
            go to 2200-exit
    end-read.
    if cr-generation-control
        go to 2200-read-ledger
    end-if.
    add 1 to ar-ledger-read-ct.
    move cr-patron-number to ar-ledger-patron.
2200-exit.
    exit.

2700-carry-forward.
    move circulation-record to new-ledger-record.
    write new-ledger-record.
    move "CIRCM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-ledger-record.
    add 1 to ar-carried-ct.
2700-exit.
    exit.
3400-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is archived.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMARCHIV - " gq-message
        display "PMARCHIV - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    move "CIRCM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-ledger-record from generation-control-record.
    close ledger-file
          master-file
          new-ledger-file
          history-file
          report-file.
    move "CIRCM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    display "PMARCHIV - MASTER RECORDS READ : " ar-master-read-ct.
    display "PMARCHIV - LEDGER RECORDS READ : " ar-ledger-read-ct.
    display "PMARCHIV - LOANS ARCHIVED      : " ar-archived-ct.
