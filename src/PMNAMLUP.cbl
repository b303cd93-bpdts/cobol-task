*> date       init  description
*> 2018-09-04 rd    original program.
*> 2026-08-20 rd    expand the patron number to six characters.
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before reading it.
*> ---------------------------------------------------------------
identification division.
program-id.    pmnamlup.
    05  nf-last-name                pic X(12).
    05  filler                      pic X(01) value spaces.
    05  nf-zip                      pic X(10).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 1000-initialize
*> ---------------------------------------------------------------
1000-initialize.
    move "PMNAMLUP" to gq-program-name.
    move zero to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open input  request-file
                master-file
         output report-file.
    read master-file next record
        at end
            move "N" to nl-master-found-sw
            go to 2300-exit
    end-read.
    if pr-generation-control
        go to 2300-read-next-match
    end-if.
2300-exit.
    exit.

2900-exit.
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
        display "PMNAMLUP - " gq-message
        display "PMNAMLUP - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
