*> modification history
*> date       init  description
*> 2026-08-24 rd    original program.
*> 2026-10-15 rd    carry the item's home branch for the shelf
*>                  inventory (pminvrec); a change leaves the
*>                  inventory status that run sets alone.
*> 2026-10-15 rd    prove the ITEMM generation against the
*>                  generation catalog (pmgenctl) before the update,
*>                  and stamp the new master's header and trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmitmnt.
    05  imk-material-type           pic X(01).
    05  imk-replacement-cost        pic 9(03)V99
                            usage packed-decimal.
    05  imk-home-branch             pic X(02).
    05  imk-inventory-status        pic X(01).
    05  filler                      pic X(03).
fd  error-file
    label records are standard.
01  error-record.
01  tm-ctl-run-date                 pic 9(08)  value zero.
01  tm-audit-date                   pic 9(08).
01  tm-audit-time                   pic 9(08).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
    else
        move tm-audit-date to tm-ctl-run-date
    end-if.
    move "PMITMNT" to gq-program-name.
    move tm-ctl-run-date to gq-run-date.
    move "ITEMM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
1000-exit.
    exit.

                old-master-file
         output new-master-file
                error-file.
    move "ITEMM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    perform 3100-read-master
        thru 3100-exit.
    perform 3200-read-trans
    perform 3300-match-process
        thru 3300-exit
        until tm-master-eof and tm-trans-eof.
    move "ITEMM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    close sorted-trans-file
          old-master-file
          new-master-file
          error-file.
    move "ITEMM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
3000-exit.
    exit.

        at end
            set tm-master-eof to true
            move high-values to ir-item-id
            go to 3100-exit
    end-read.
    if ir-generation-control
        go to 3100-read-master
    end-if.
    add 1 to tm-master-read-ct.
3100-exit.
    exit.

                to tm-reject-reason
            go to 3500-exit
    end-write.
    move "ITEMM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to tm-master-write-ct.
    add 1 to tm-add-ct.
3500-exit.
    move itr-material-type of tm-trans-record to ir-material-type.
    move itr-replacement-cost of tm-trans-record
        to ir-replacement-cost.
    move itr-home-branch of tm-trans-record to ir-home-branch.
    add 1 to tm-change-ct.
3600-exit.
    exit.
    move itr-material-type of tm-trans-record to imk-material-type.
    move itr-replacement-cost of tm-trans-record
        to imk-replacement-cost.
    move itr-home-branch of tm-trans-record to imk-home-branch.
    move space to imk-inventory-status.
3760-exit.
    exit.

            write error-record
            go to 3900-exit
    end-write.
    move "ITEMM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to tm-master-write-ct.
3900-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is updated.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMITMNT - " gq-message
        display "PMITMNT - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
