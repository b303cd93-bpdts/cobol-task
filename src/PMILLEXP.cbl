*> 2026-08-28 rd    leave expired cards (status "E", see pmexpire)
*>                  off the consortium feed with the suspended and
*>                  closed ones.
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before reading it.
*> ---------------------------------------------------------------
identification division.
program-id.    pmillexp.
    05  ie-read-ct                  pic 9(05)  value zero.
    05  ie-export-ct                pic 9(05)  value zero.
    05  ie-skip-ct                  pic 9(05)  value zero.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 1000-initialize
*> ---------------------------------------------------------------
1000-initialize.
    move "PMILLEXP" to gq-program-name.
    move zero to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open input master-file.
    open output export-file.
1000-exit.
    read master-file
        at end
            set ie-master-eof to true
            go to 2100-exit
    end-read.
    if pr-generation-control
        go to 2100-read-master
    end-if.
    add 1 to ie-read-ct.
2100-exit.
    exit.

    display "PMILLEXP - NOT IN GOOD STANDING: " ie-skip-ct.
3000-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects abandons the run before
*> anything is exported.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMILLEXP - " gq-message
        display "PMILLEXP - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.
