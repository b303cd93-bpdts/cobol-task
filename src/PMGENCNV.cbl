*> ---------------------------------------------------------------
*> pmgencnv - one-time generation control cutover conversion
*>
*> the standing files (PATRONM, CIRCM, HOLDM, NOTHIST, ITEMM) now
*> carry a generation header and trailer (GenRec.cpy) and the
*> generation catalog (GENCTL) names the generation of each the
*> next step must find (see pmgenctl).  this run brings the five
*> files under control: each is copied record for record behind a
*> generation one header and ahead of its trailer, and the catalog
*> is written with the five generations.  no record changes; the
*> counts on the console are the counts the stream's own runs
*> will prove from tomorrow.
*>
*> a file that already opens with a generation header stops the
*> run - it has been converted before.  each converted file goes
*> to its own new dataset (PATRONMG, CIRCMG, HOLDMG, NOTHISTG,
*> ITEMMG) so the originals survive until the converted stream is
*> proved.  run this once, with the stream down, and promote all
*> five outputs with the catalog.  the run leaves a sentinel
*> (GENCNVS) behind and refuses to start over it, the same guard
*> as pmexpcnv.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> ---------------------------------------------------------------
identification division.
program-id.    pmgencnv.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select old-master-file
        assign to "PATRONM"
        organization is indexed
        access mode is sequential
        record key is pr-patron-number
        alternate record key is pr-name-zip-key
            with duplicates.
    select new-master-file
        assign to "PATRONMG"
        organization is indexed
        access mode is sequential
        record key is gvm-patron-number
        alternate record key is gvm-name-zip-key
            with duplicates.
    select optional old-ledger-file
        assign to "CIRCM"
        organization is line sequential.
    select new-ledger-file
        assign to "CIRCMG"
        organization is line sequential.
    select optional old-hold-file
        assign to "HOLDM"
        organization is line sequential.
    select new-hold-file
        assign to "HOLDMG"
        organization is line sequential.
    select optional old-history-file
        assign to "NOTHIST"
        organization is line sequential.
    select new-history-file
        assign to "NOTHISTG"
        organization is line sequential.
    select old-item-file
        assign to "ITEMM"
        organization is indexed
        access mode is sequential
        record key is ir-item-id.
    select new-item-file
        assign to "ITEMMG"
        organization is indexed
        access mode is sequential
        record key is gvi-item-id.
    select optional sentinel-file
        assign to "GENCNVS"
        organization is line sequential.

data division.
file section.
fd  old-master-file
    label records are standard.
    copy Patron.
fd  new-master-file
    label records are standard.
01  gv-new-master-record.
    05  gvm-patron-number           pic X(06).
    05  filler                      pic X(10).
    05  gvm-name-zip-key            pic X(22).
    05  filler                      pic X(130).
fd  old-ledger-file
    label records are standard.
    copy Circ.
fd  new-ledger-file
    label records are standard.
01  gv-new-ledger-record            pic X(56).
fd  old-hold-file
    label records are standard.
    copy Hold.
fd  new-hold-file
    label records are standard.
01  gv-new-hold-record              pic X(40).
fd  old-history-file
    label records are standard.
    copy Notice.
fd  new-history-file
    label records are standard.
01  gv-new-history-record           pic X(36).
fd  old-item-file
    label records are standard.
    copy Item.
fd  new-item-file
    label records are standard.
01  gv-new-item-record.
    05  gvi-item-id                 pic X(08).
    05  filler                      pic X(60).
fd  sentinel-file
    label records are standard.
01  sentinel-record.
    05  sn-text                     pic X(09).
    05  sn-run-date                 pic 9(08).
    05  filler                      pic X(03).

working-storage section.
*> --- work areas - generation control cutover ---
01  gv-switches.
    05  gv-eof-sw                   pic X(01)  value "N".
        88  gv-eof                          value "Y".
    05  gv-first-sw                 pic X(01)  value "Y".
        88  gv-first-record                 value "Y".
01  gv-counters                     comp.
    05  gv-master-ct                pic 9(07)  value zero.
    05  gv-ledger-ct                pic 9(07)  value zero.
    05  gv-hold-ct                  pic 9(07)  value zero.
    05  gv-history-ct               pic 9(07)  value zero.
    05  gv-item-ct                  pic 9(07)  value zero.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 0000-main-line
*> ---------------------------------------------------------------
0000-main-line.
    perform 1000-initialize
        thru 1000-exit.
    perform 2000-convert-master
        thru 2000-exit.
    perform 3000-convert-ledger
        thru 3000-exit.
    perform 4000-convert-holds
        thru 4000-exit.
    perform 5000-convert-history
        thru 5000-exit.
    perform 6000-convert-items
        thru 6000-exit.
    perform 9000-terminate
        thru 9000-exit.
    stop run.

*> ---------------------------------------------------------------
*> 1000-initialize - the sentinel guard.
*> ---------------------------------------------------------------
1000-initialize.
    move "N" to gv-eof-sw.
    open input sentinel-file.
    read sentinel-file
        at end
            set gv-eof to true
    end-read.
    close sentinel-file.
    if not gv-eof
        display "PMGENCNV - CONVERSION ALREADY RUN ON " sn-run-date
        display "PMGENCNV - REMOVE GENCNVS ONLY IF THE OLD FILES"
        display "PMGENCNV - WERE RESTORED - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
    move "PMGENCNV" to gq-program-name.
    move zero to gq-run-date.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-convert-master
*> ---------------------------------------------------------------
2000-convert-master.
    move "N" to gv-eof-sw.
    move "Y" to gv-first-sw.
    open input  old-master-file
         output new-master-file.
    move "PATRONM" to gq-file-name.
    perform 8100-start-generation
        thru 8100-exit.
    write gv-new-master-record from generation-control-record.
    perform 2100-convert-one-master
        thru 2100-exit
        until gv-eof.
    perform 8200-end-generation
        thru 8200-exit.
    write gv-new-master-record from generation-control-record.
    close old-master-file
          new-master-file.
2000-exit.
    exit.

2100-convert-one-master.
    read old-master-file
        at end
            set gv-eof to true
            go to 2100-exit
    end-read.
    if gv-first-record and pr-generation-control
        perform 8900-already-converted
            thru 8900-exit
    end-if.
    move "N" to gv-first-sw.
    write gv-new-master-record from patron-record.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          gv-new-master-record.
    add 1 to gv-master-ct.
2100-exit.
    exit.

*> ---------------------------------------------------------------
*> 3000-convert-ledger
*> ---------------------------------------------------------------
3000-convert-ledger.
    move "N" to gv-eof-sw.
    move "Y" to gv-first-sw.
    open input  old-ledger-file
         output new-ledger-file.
    move "CIRCM" to gq-file-name.
    perform 8100-start-generation
        thru 8100-exit.
    write gv-new-ledger-record from generation-control-record.
    perform 3100-convert-one-loan
        thru 3100-exit
        until gv-eof.
    perform 8200-end-generation
        thru 8200-exit.
    write gv-new-ledger-record from generation-control-record.
    close old-ledger-file
          new-ledger-file.
3000-exit.
    exit.

3100-convert-one-loan.
    read old-ledger-file
        at end
            set gv-eof to true
            go to 3100-exit
    end-read.
    if gv-first-record and cr-generation-control
        perform 8900-already-converted
            thru 8900-exit
    end-if.
    move "N" to gv-first-sw.
    write gv-new-ledger-record from circulation-record.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          gv-new-ledger-record.
    add 1 to gv-ledger-ct.
3100-exit.
    exit.

*> ---------------------------------------------------------------
*> 4000-convert-holds
*> ---------------------------------------------------------------
4000-convert-holds.
    move "N" to gv-eof-sw.
    move "Y" to gv-first-sw.
    open input  old-hold-file
         output new-hold-file.
    move "HOLDM" to gq-file-name.
    perform 8100-start-generation
        thru 8100-exit.
    write gv-new-hold-record from generation-control-record.
    perform 4100-convert-one-hold
        thru 4100-exit
        until gv-eof.
    perform 8200-end-generation
        thru 8200-exit.
    write gv-new-hold-record from generation-control-record.
    close old-hold-file
          new-hold-file.
4000-exit.
    exit.

4100-convert-one-hold.
    read old-hold-file
        at end
            set gv-eof to true
            go to 4100-exit
    end-read.
    if gv-first-record and hr-generation-control
        perform 8900-already-converted
            thru 8900-exit
    end-if.
    move "N" to gv-first-sw.
    write gv-new-hold-record from hold-record.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          gv-new-hold-record.
    add 1 to gv-hold-ct.
4100-exit.
    exit.

*> ---------------------------------------------------------------
*> 5000-convert-history
*> ---------------------------------------------------------------
5000-convert-history.
    move "N" to gv-eof-sw.
    move "Y" to gv-first-sw.
    open input  old-history-file
         output new-history-file.
    move "NOTHIST" to gq-file-name.
    perform 8100-start-generation
        thru 8100-exit.
    write gv-new-history-record from generation-control-record.
    perform 5100-convert-one-history
        thru 5100-exit
        until gv-eof.
    perform 8200-end-generation
        thru 8200-exit.
    write gv-new-history-record from generation-control-record.
    close old-history-file
          new-history-file.
5000-exit.
    exit.

5100-convert-one-history.
    read old-history-file
        at end
            set gv-eof to true
            go to 5100-exit
    end-read.
    if gv-first-record and nh-generation-control
        perform 8900-already-converted
            thru 8900-exit
    end-if.
    move "N" to gv-first-sw.
    write gv-new-history-record from notice-history-record.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          gv-new-history-record.
    add 1 to gv-history-ct.
5100-exit.
    exit.

*> ---------------------------------------------------------------
*> 6000-convert-items
*> ---------------------------------------------------------------
6000-convert-items.
    move "N" to gv-eof-sw.
    move "Y" to gv-first-sw.
    open input  old-item-file
         output new-item-file.
    move "ITEMM" to gq-file-name.
    perform 8100-start-generation
        thru 8100-exit.
    write gv-new-item-record from generation-control-record.
    perform 6100-convert-one-item
        thru 6100-exit
        until gv-eof.
    perform 8200-end-generation
        thru 8200-exit.
    write gv-new-item-record from generation-control-record.
    close old-item-file
          new-item-file.
6000-exit.
    exit.

6100-convert-one-item.
    read old-item-file
        at end
            set gv-eof to true
            go to 6100-exit
    end-read.
    if gv-first-record and ir-generation-control
        perform 8900-already-converted
            thru 8900-exit
    end-if.
    move "N" to gv-first-sw.
    write gv-new-item-record from item-record.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          gv-new-item-record.
    add 1 to gv-item-ct.
6100-exit.
    exit.

*> ---------------------------------------------------------------
*> 8100-start-generation / 8200-end-generation - the header and
*> trailer for the file named in gq-file-name.
*> ---------------------------------------------------------------
8100-start-generation.
    set gq-start-generation to true.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMGENCNV - " gq-message
        display "PMGENCNV - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8100-exit.
    exit.

8200-end-generation.
    set gq-end-generation to true.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMGENCNV - " gq-message
        display "PMGENCNV - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8200-exit.
    exit.

*> ---------------------------------------------------------------
*> 8300-catalog-generation - only once all five are written, so a
*> run that stops part way catalogues nothing.
*> ---------------------------------------------------------------
8300-catalog-generation.
    set gq-catalog-generation to true.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMGENCNV - " gq-message
        display "PMGENCNV - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8300-exit.
    exit.

8900-already-converted.
    display "PMGENCNV - " gq-file-name
            " ALREADY HAS A GENERATION HEADER"
    display "PMGENCNV - RUN ABANDONED"
    move 8 to return-code
    stop run.
8900-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    move "PATRONM" to gq-file-name.
    perform 8300-catalog-generation
        thru 8300-exit.
    move "CIRCM" to gq-file-name.
    perform 8300-catalog-generation
        thru 8300-exit.
    move "HOLDM" to gq-file-name.
    perform 8300-catalog-generation
        thru 8300-exit.
    move "NOTHIST" to gq-file-name.
    perform 8300-catalog-generation
        thru 8300-exit.
    move "ITEMM" to gq-file-name.
    perform 8300-catalog-generation
        thru 8300-exit.
    open output sentinel-file.
    move "CONVERTED" to sn-text.
    accept sn-run-date from date yyyymmdd.
    write sentinel-record.
    close sentinel-file.
    display "PMGENCNV - MASTER RECORDS      : " gv-master-ct.
    display "PMGENCNV - LEDGER RECORDS      : " gv-ledger-ct.
    display "PMGENCNV - HOLD RECORDS        : " gv-hold-ct.
    display "PMGENCNV - HISTORY RECORDS     : " gv-history-ct.
    display "PMGENCNV - ITEM RECORDS        : " gv-item-ct.
9000-exit.
    exit.
