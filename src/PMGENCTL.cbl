*> ---------------------------------------------------------------
*> pmgenctl - generation control for the standing files
*>
*> called by every program that reads or writes a standing file
*> (the patron master PATRONM, the loan ledger CIRCM, the hold
*> queue HOLDM, the notice history NOTHIST, the item master
*> ITEMM).  pmbalnce proves the counts tie out once the stream has
*> run; nothing stopped a step from running against the wrong
*> generation in the first place - last night's PATRONM where
*> PATRONMN should have been promoted, or a CIRCM pmlostcv had
*> already rewritten as CIRCML - and a rerun of pmfines against a
*> stale master charged a night's fines twice.  now every standing
*> file carries a header and a trailer (generation-control-record,
*> GenRec.cpy) and the generation catalog (GENCTL, GenCat.cpy)
*> says which generation of each is current.  the caller passes
*> the request (generation-request, GenReq.cpy) and one record:
*>   "V" proves the standing file before the caller opens it: the
*>       header must name the generation, creating program and run
*>       date the catalog holds (and no later run date than the
*>       caller's), and the records counted and hashed to the
*>       trailer must agree with the trailer and with the catalog.
*>       the whole file is read - a short file is found here, not
*>       after half the patrons have been updated.  a caller that
*>       sets gq-once-per-date (the nightly posting runs pmfines,
*>       pmnotice, pmsuspnd, pmexpire and pmloanps) is also refused
*>       a file it produced itself for the same run date - that is
*>       a rerun that would post the night twice.  the check is the
*>       caller's choice, not the rule, because pmmaint and the
*>       other desk-driven runs legitimately run several times a
*>       day against their own output;
*>   "H" starts the next generation of a file the caller is about
*>       to write (the catalog's plus one; one for a file coming
*>       under control) and builds its header;
*>   "A" counts and hashes one data record written to it;
*>   "T" builds its trailer;
*>   "C" once the caller has closed it, records it on the catalog.
*> a request that fails comes back with the reason; the caller
*> displays it and abandons the run.  the routine keeps the counts
*> for up to five new generations at once, one per standing file.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> 2026-10-15 rd    refuse a once-per-date caller's rerun against
*>                  its own output for the same run date.
*> ---------------------------------------------------------------
identification division.
program-id.    pmgenctl.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select optional catalog-file
        assign to "GENCTL"
        organization is line sequential.
    select optional patron-file
        assign to "PATRONM"
        organization is indexed
        access mode is sequential
        record key is gn-patron-key
        alternate record key is gn-patron-name-zip
            with duplicates.
    select optional ledger-file
        assign to "CIRCM"
        organization is line sequential.
    select optional hold-file
        assign to "HOLDM"
        organization is line sequential.
    select optional history-file
        assign to "NOTHIST"
        organization is line sequential.
    select optional item-file
        assign to "ITEMM"
        organization is indexed
        access mode is sequential
        record key is gn-item-key.

data division.
file section.
fd  catalog-file
    label records are standard.
    copy GenCat.
*> the standing files are only counted here, never interpreted, so
*> each is described by its length and its keys alone.
fd  patron-file
    label records are standard.
01  gn-patron-record.
    05  gn-patron-key               pic X(06).
    05  filler                      pic X(10).
    05  gn-patron-name-zip          pic X(22).
    05  filler                      pic X(130).
fd  ledger-file
    label records are standard.
01  gn-ledger-record                pic X(56).
fd  hold-file
    label records are standard.
01  gn-hold-record                  pic X(40).
fd  history-file
    label records are standard.
01  gn-history-record               pic X(36).
fd  item-file
    label records are standard.
01  gn-item-record.
    05  gn-item-key                 pic X(08).
    05  filler                      pic X(60).

working-storage section.
*> --- work areas - generation control ---
01  gn-switches.
    05  gn-file-eof-sw              pic X(01)  value "N".
        88  gn-file-eof                     value "Y".
    05  gn-catalog-eof-sw           pic X(01)  value "N".
        88  gn-catalog-eof                  value "Y".
    05  gn-catalog-found-sw         pic X(01)  value "N".
        88  gn-catalog-found                value "Y".
    05  gn-slot-found-sw            pic X(01)  value "N".
        88  gn-slot-found                   value "Y".
    05  gn-trailer-seen-sw          pic X(01)  value "N".
        88  gn-trailer-seen                 value "Y".
01  gn-file-code                    pic 9(01)  value zero.
    88  gn-file-is-patron                   value 1.
    88  gn-file-is-ledger                   value 2.
    88  gn-file-is-hold                     value 3.
    88  gn-file-is-history                  value 4.
    88  gn-file-is-item                     value 5.
01  gn-counters                     comp.
    05  gn-read-ct                  pic 9(07)  value zero.
01  gn-read-hash                    pic 9(15)  comp value zero.
01  gn-hash-amount                  pic 9(15)  comp value zero.
01  gn-trailer-hash                 pic 9(09).
01  gn-next-generation              pic 9(05).
01  gn-today                        pic 9(08).
01  gn-now                          pic 9(08).
*> the catalog, loaded whole; it holds one line per standing file.
01  gn-catalog-table.
    05  gn-catalog-entry occurs 20 times.
        10  gn-cat-file-name        pic X(07).
        10  gn-cat-generation       pic 9(05).
        10  gn-cat-created-by       pic X(08).
        10  gn-cat-run-date         pic 9(08).
        10  gn-cat-record-count     pic 9(07).
        10  gn-cat-hash-total       pic 9(09).
        10  gn-cat-catalog-date     pic 9(08).
        10  gn-cat-catalog-time     pic 9(08).
01  gn-cat-ct                       pic 9(02)  comp value zero.
01  gn-cat-ix                       pic 9(02)  comp value zero.
*> one slot per new generation the caller is writing; kept from
*> call to call until it is catalogued.
01  gn-slot-table.
    05  gn-slot-entry occurs 5 times.
        10  gn-slot-file-name       pic X(07).
        10  gn-slot-generation      pic 9(05).
        10  gn-slot-created-by      pic X(08).
        10  gn-slot-run-date        pic 9(08).
        10  gn-slot-record-count    pic 9(07)  comp.
        10  gn-slot-hash-total      pic 9(15)  comp.
        10  gn-slot-state           pic X(01).
            88  gn-slot-open                value "O".
            88  gn-slot-ended               value "E".
01  gn-slot-ct                      pic 9(01)  comp value zero.
01  gn-slot-ix                      pic 9(01)  comp value zero.
*> one standing record as read or passed, with the fields the hash
*> total is taken over.
01  gn-work-record.
    05  gn-work-key                 pic X(08).
        88  gn-work-is-header               value low-values.
        88  gn-work-is-trailer              value high-values.
    05  filler                      pic X(160).
01  gn-patron-view redefines gn-work-record.
    05  gn-patron-number            pic 9(06).
    05  filler                      pic X(162).
01  gn-hold-view redefines gn-work-record.
    05  filler                      pic X(11).
    05  gn-hold-patron-number       pic 9(06).
    05  filler                      pic X(151).
01  gn-item-view redefines gn-work-record.
    05  filler                      pic X(59).
    05  gn-item-cost                pic 9(03)v99
                                usage packed-decimal.
    05  filler                      pic X(106).
    copy GenRec.

linkage section.
    copy GenReq.
*> the record passed: a header or trailer to be built ("H", "T"),
*> or the data record just written ("A"), in its own file's
*> length.
01  gn-passed-record.
    05  gn-passed-patron            pic X(168).
    05  gn-passed-item-view redefines gn-passed-patron.
        10  gn-passed-item          pic X(68).
        10  filler                  pic X(100).
    05  gn-passed-ledger-view redefines gn-passed-patron.
        10  gn-passed-ledger        pic X(56).
        10  filler                  pic X(112).
    05  gn-passed-hold-view redefines gn-passed-patron.
        10  gn-passed-hold          pic X(40).
        10  filler                  pic X(128).
    05  gn-passed-history-view redefines gn-passed-patron.
        10  gn-passed-history       pic X(36).
        10  filler                  pic X(132).
    05  gn-passed-control-view redefines gn-passed-patron.
        10  gn-passed-control       pic X(36).
        10  filler                  pic X(132).

procedure division using generation-request
                         gn-passed-record.
*> ---------------------------------------------------------------
*> 0000-main-line
*> ---------------------------------------------------------------
0000-main-line.
    set gq-request-ok to true.
    move spaces to gq-message.
    perform 0100-check-file-name
        thru 0100-exit.
    if gq-request-failed
        goback
    end-if.
    evaluate true
        when gq-verify-file
            perform 1000-verify-file
                thru 1000-exit
        when gq-start-generation
            perform 2000-start-generation
                thru 2000-exit
        when gq-count-record
            perform 3000-count-record
                thru 3000-exit
        when gq-end-generation
            perform 4000-end-generation
                thru 4000-exit
        when gq-catalog-generation
            perform 5000-catalog-generation
                thru 5000-exit
        when other
            set gq-request-failed to true
            move "UNKNOWN GENERATION CONTROL REQUEST" to gq-message
    end-evaluate.
    goback.

*> ---------------------------------------------------------------
*> 0100-check-file-name - only the five standing files are under
*> control.
*> ---------------------------------------------------------------
0100-check-file-name.
    evaluate gq-file-name
        when "PATRONM"
            set gn-file-is-patron to true
        when "CIRCM"
            set gn-file-is-ledger to true
        when "HOLDM"
            set gn-file-is-hold to true
        when "NOTHIST"
            set gn-file-is-history to true
        when "ITEMM"
            set gn-file-is-item to true
        when other
            set gq-request-failed to true
            string gq-file-name delimited by space
                   " IS NOT A STANDING FILE" delimited by size
                into gq-message
            end-string
    end-evaluate.
0100-exit.
    exit.

*> ---------------------------------------------------------------
*> 1000-verify-file - header against the catalog, then every data
*> record counted and hashed to the trailer.
*> ---------------------------------------------------------------
1000-verify-file.
    perform 7000-load-catalog
        thru 7000-exit.
    perform 7100-find-catalog-entry
        thru 7100-exit.
    if not gn-catalog-found
        set gq-request-failed to true
        string gq-file-name delimited by space
               " IS NOT ON THE GENERATION CATALOG"
                   delimited by size
            into gq-message
        end-string
        go to 1000-exit
    end-if.
    move zero to gn-read-ct
                 gn-read-hash.
    move "N" to gn-file-eof-sw
                gn-trailer-seen-sw.
    perform 1100-open-standing-file
        thru 1100-exit.
    perform 1200-read-standing-file
        thru 1200-exit.
    if gn-file-eof or not gn-work-is-header
        set gq-request-failed to true
        string gq-file-name delimited by space
               " HAS NO GENERATION HEADER" delimited by size
            into gq-message
        end-string
        go to 1000-close
    end-if.
    move gn-work-record to generation-control-record.
    move gc-generation to gq-generation.
    if gc-generation not = gn-cat-generation (gn-cat-ix)
        set gq-request-failed to true
        string gq-file-name delimited by space
               " IS GENERATION " delimited by size
               gc-generation delimited by size
               " - CATALOG EXPECTS " delimited by size
               gn-cat-generation (gn-cat-ix) delimited by size
            into gq-message
        end-string
        go to 1000-close
    end-if.
    if gc-file-name not = gq-file-name
            or gc-created-by not = gn-cat-created-by (gn-cat-ix)
            or gc-run-date not = gn-cat-run-date (gn-cat-ix)
        set gq-request-failed to true
        string gq-file-name delimited by space
               " HEADER DOES NOT MATCH THE CATALOG - CREATED BY "
                   delimited by size
               gc-created-by delimited by size
            into gq-message
        end-string
        go to 1000-close
    end-if.
    if gq-once-per-date
            and gq-run-date not = zero
            and gc-created-by = gq-program-name
            and gc-run-date = gq-run-date
        set gq-request-failed to true
        string gq-file-name delimited by space
               " ALREADY PRODUCED BY " delimited by size
               gc-created-by delimited by space
               " FOR THIS RUN DATE" delimited by size
            into gq-message
        end-string
        go to 1000-close
    end-if.
    if gq-run-date not = zero and gc-run-date > gq-run-date
        set gq-request-failed to true
        string gq-file-name delimited by space
               " WAS CREATED FOR A LATER RUN DATE: "
                   delimited by size
               gc-run-date delimited by size
            into gq-message
        end-string
        go to 1000-close
    end-if.
    perform 1300-count-one-record
        thru 1300-exit
        until gn-file-eof or gn-trailer-seen.
    if not gn-trailer-seen
        set gq-request-failed to true
        string gq-file-name delimited by space
               " HAS NO TRAILER - THE FILE IS INCOMPLETE"
                   delimited by size
            into gq-message
        end-string
        go to 1000-close
    end-if.
    move gn-work-record to generation-control-record.
    move gn-read-hash to gn-trailer-hash.
    if gc-generation not = gq-generation
            or gc-record-count not = gn-read-ct
            or gc-hash-total not = gn-trailer-hash
        set gq-request-failed to true
        string gq-file-name delimited by space
               " TRAILER DOES NOT MATCH THE RECORDS READ"
                   delimited by size
            into gq-message
        end-string
        go to 1000-close
    end-if.
    if gc-record-count not = gn-cat-record-count (gn-cat-ix)
            or gc-hash-total not = gn-cat-hash-total (gn-cat-ix)
        set gq-request-failed to true
        string gq-file-name delimited by space
               " TRAILER DOES NOT MATCH THE CATALOG"
                   delimited by size
            into gq-message
        end-string
    end-if.
1000-close.
    perform 1400-close-standing-file
        thru 1400-exit.
1000-exit.
    exit.

1100-open-standing-file.
    evaluate true
        when gn-file-is-patron
            open input patron-file
        when gn-file-is-ledger
            open input ledger-file
        when gn-file-is-hold
            open input hold-file
        when gn-file-is-history
            open input history-file
        when gn-file-is-item
            open input item-file
    end-evaluate.
1100-exit.
    exit.

1200-read-standing-file.
    evaluate true
        when gn-file-is-patron
            read patron-file into gn-work-record
                at end
                    set gn-file-eof to true
            end-read
        when gn-file-is-ledger
            read ledger-file into gn-work-record
                at end
                    set gn-file-eof to true
            end-read
        when gn-file-is-hold
            read hold-file into gn-work-record
                at end
                    set gn-file-eof to true
            end-read
        when gn-file-is-history
            read history-file into gn-work-record
                at end
                    set gn-file-eof to true
            end-read
        when gn-file-is-item
            read item-file into gn-work-record
                at end
                    set gn-file-eof to true
            end-read
    end-evaluate.
1200-exit.
    exit.

1300-count-one-record.
    perform 1200-read-standing-file
        thru 1200-exit.
    if gn-file-eof
        go to 1300-exit
    end-if.
    if gn-work-is-trailer
        set gn-trailer-seen to true
        go to 1300-exit
    end-if.
    add 1 to gn-read-ct.
    perform 8000-hash-record
        thru 8000-exit.
    add gn-hash-amount to gn-read-hash.
1300-exit.
    exit.

1400-close-standing-file.
    evaluate true
        when gn-file-is-patron
            close patron-file
        when gn-file-is-ledger
            close ledger-file
        when gn-file-is-hold
            close hold-file
        when gn-file-is-history
            close history-file
        when gn-file-is-item
            close item-file
    end-evaluate.
1400-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-start-generation - the next generation after the one on
*> the catalog, and its header.
*> ---------------------------------------------------------------
2000-start-generation.
    perform 7000-load-catalog
        thru 7000-exit.
    perform 7100-find-catalog-entry
        thru 7100-exit.
    if gn-catalog-found
        if gn-cat-generation (gn-cat-ix) = 99999
            move 1 to gn-next-generation
        else
            compute gn-next-generation =
                gn-cat-generation (gn-cat-ix) + 1
        end-if
    else
        move 1 to gn-next-generation
    end-if.
    perform 7300-find-slot
        thru 7300-exit.
    if not gn-slot-found
        if gn-slot-ct = 5
            set gq-request-failed to true
            move "TOO MANY NEW GENERATIONS OPEN AT ONCE"
                to gq-message
            go to 2000-exit
        end-if
        add 1 to gn-slot-ct
        move gn-slot-ct to gn-slot-ix
        move gq-file-name to gn-slot-file-name (gn-slot-ix)
    end-if.
    move gn-next-generation to gn-slot-generation (gn-slot-ix).
    move gq-program-name to gn-slot-created-by (gn-slot-ix).
    if gq-run-date = zero
        accept gn-today from date yyyymmdd
        move gn-today to gn-slot-run-date (gn-slot-ix)
    else
        move gq-run-date to gn-slot-run-date (gn-slot-ix)
    end-if.
    move zero to gn-slot-record-count (gn-slot-ix)
                 gn-slot-hash-total (gn-slot-ix).
    set gn-slot-open (gn-slot-ix) to true.
    move spaces to generation-control-record.
    move low-values to gc-control-key.
    move gq-file-name to gc-file-name.
    move gn-next-generation to gc-generation.
    move gn-slot-created-by (gn-slot-ix) to gc-created-by.
    move gn-slot-run-date (gn-slot-ix) to gc-run-date.
    move generation-control-record to gn-passed-control.
    move gn-next-generation to gq-generation.
2000-exit.
    exit.

*> ---------------------------------------------------------------
*> 3000-count-record - one data record of the new generation.
*> ---------------------------------------------------------------
3000-count-record.
    perform 7300-find-slot
        thru 7300-exit.
    if not gn-slot-found or not gn-slot-open (gn-slot-ix)
        set gq-request-failed to true
        string gq-file-name delimited by space
               " NEW GENERATION WAS NOT STARTED" delimited by size
            into gq-message
        end-string
        go to 3000-exit
    end-if.
    evaluate true
        when gn-file-is-patron
            move gn-passed-patron to gn-work-record
        when gn-file-is-ledger
            move gn-passed-ledger to gn-work-record
        when gn-file-is-hold
            move gn-passed-hold to gn-work-record
        when gn-file-is-history
            move gn-passed-history to gn-work-record
        when gn-file-is-item
            move gn-passed-item to gn-work-record
    end-evaluate.
    add 1 to gn-slot-record-count (gn-slot-ix).
    perform 8000-hash-record
        thru 8000-exit.
    add gn-hash-amount to gn-slot-hash-total (gn-slot-ix).
3000-exit.
    exit.

*> ---------------------------------------------------------------
*> 4000-end-generation - the trailer for the new generation.
*> ---------------------------------------------------------------
4000-end-generation.
    perform 7300-find-slot
        thru 7300-exit.
    if not gn-slot-found or not gn-slot-open (gn-slot-ix)
        set gq-request-failed to true
        string gq-file-name delimited by space
               " NEW GENERATION WAS NOT STARTED" delimited by size
            into gq-message
        end-string
        go to 4000-exit
    end-if.
    move spaces to generation-control-record.
    move high-values to gc-control-key.
    move gq-file-name to gc-file-name.
    move gn-slot-generation (gn-slot-ix) to gc-generation.
    move gn-slot-record-count (gn-slot-ix) to gc-record-count.
    move gn-slot-hash-total (gn-slot-ix) to gc-hash-total.
    move generation-control-record to gn-passed-control.
    move gn-slot-generation (gn-slot-ix) to gq-generation.
    set gn-slot-ended (gn-slot-ix) to true.
4000-exit.
    exit.

*> ---------------------------------------------------------------
*> 5000-catalog-generation - the closed new generation becomes the
*> one the next reader must find.
*> ---------------------------------------------------------------
5000-catalog-generation.
    perform 7300-find-slot
        thru 7300-exit.
    if not gn-slot-found or not gn-slot-ended (gn-slot-ix)
        set gq-request-failed to true
        string gq-file-name delimited by space
               " NEW GENERATION HAS NO TRAILER" delimited by size
            into gq-message
        end-string
        go to 5000-exit
    end-if.
    perform 7000-load-catalog
        thru 7000-exit.
    perform 7100-find-catalog-entry
        thru 7100-exit.
    if not gn-catalog-found
        if gn-cat-ct = 20
            set gq-request-failed to true
            move "GENERATION CATALOG FULL" to gq-message
            go to 5000-exit
        end-if
        add 1 to gn-cat-ct
        move gn-cat-ct to gn-cat-ix
        move gq-file-name to gn-cat-file-name (gn-cat-ix)
    end-if.
    accept gn-today from date yyyymmdd.
    accept gn-now from time.
    move gn-slot-generation (gn-slot-ix)
        to gn-cat-generation (gn-cat-ix).
    move gn-slot-created-by (gn-slot-ix)
        to gn-cat-created-by (gn-cat-ix).
    move gn-slot-run-date (gn-slot-ix)
        to gn-cat-run-date (gn-cat-ix).
    move gn-slot-record-count (gn-slot-ix)
        to gn-cat-record-count (gn-cat-ix).
    move gn-slot-hash-total (gn-slot-ix) to gn-trailer-hash.
    move gn-trailer-hash to gn-cat-hash-total (gn-cat-ix).
    move gn-today to gn-cat-catalog-date (gn-cat-ix).
    move gn-now to gn-cat-catalog-time (gn-cat-ix).
    perform 7200-write-catalog
        thru 7200-exit.
    move gn-slot-generation (gn-slot-ix) to gq-generation.
    move spaces to gn-slot-state (gn-slot-ix).
5000-exit.
    exit.

*> ---------------------------------------------------------------
*> 7000-load-catalog
*> ---------------------------------------------------------------
7000-load-catalog.
    move zero to gn-cat-ct.
    move "N" to gn-catalog-eof-sw.
    open input catalog-file.
    perform 7050-load-one-entry
        thru 7050-exit
        until gn-catalog-eof.
    close catalog-file.
7000-exit.
    exit.

7050-load-one-entry.
    read catalog-file
        at end
            set gn-catalog-eof to true
            go to 7050-exit
    end-read.
    if gn-cat-ct = 20
        go to 7050-exit
    end-if.
    add 1 to gn-cat-ct.
    move gk-file-name to gn-cat-file-name (gn-cat-ct).
    move gk-generation to gn-cat-generation (gn-cat-ct).
    move gk-created-by to gn-cat-created-by (gn-cat-ct).
    move gk-run-date to gn-cat-run-date (gn-cat-ct).
    move gk-record-count to gn-cat-record-count (gn-cat-ct).
    move gk-hash-total to gn-cat-hash-total (gn-cat-ct).
    move gk-catalog-date to gn-cat-catalog-date (gn-cat-ct).
    move gk-catalog-time to gn-cat-catalog-time (gn-cat-ct).
7050-exit.
    exit.

7100-find-catalog-entry.
    move "N" to gn-catalog-found-sw.
    move zero to gn-cat-ix.
    perform 7150-check-one-entry
        thru 7150-exit
        until gn-catalog-found or gn-cat-ix = gn-cat-ct.
7100-exit.
    exit.

7150-check-one-entry.
    add 1 to gn-cat-ix.
    if gn-cat-file-name (gn-cat-ix) = gq-file-name
        set gn-catalog-found to true
    end-if.
7150-exit.
    exit.

*> ---------------------------------------------------------------
*> 7200-write-catalog - the catalog is rewritten whole.
*> ---------------------------------------------------------------
7200-write-catalog.
    open output catalog-file.
    move zero to gn-cat-ix.
    perform 7250-write-one-entry
        thru 7250-exit
        until gn-cat-ix = gn-cat-ct.
    close catalog-file.
7200-exit.
    exit.

7250-write-one-entry.
    add 1 to gn-cat-ix.
    move spaces to generation-catalog-record.
    move gn-cat-file-name (gn-cat-ix) to gk-file-name.
    move gn-cat-generation (gn-cat-ix) to gk-generation.
    move gn-cat-created-by (gn-cat-ix) to gk-created-by.
    move gn-cat-run-date (gn-cat-ix) to gk-run-date.
    move gn-cat-record-count (gn-cat-ix) to gk-record-count.
    move gn-cat-hash-total (gn-cat-ix) to gk-hash-total.
    move gn-cat-catalog-date (gn-cat-ix) to gk-catalog-date.
    move gn-cat-catalog-time (gn-cat-ix) to gk-catalog-time.
    write generation-catalog-record.
7250-exit.
    exit.

7300-find-slot.
    move "N" to gn-slot-found-sw.
    move zero to gn-slot-ix.
    perform 7350-check-one-slot
        thru 7350-exit
        until gn-slot-found or gn-slot-ix = gn-slot-ct.
7300-exit.
    exit.

7350-check-one-slot.
    add 1 to gn-slot-ix.
    if gn-slot-file-name (gn-slot-ix) = gq-file-name
        set gn-slot-found to true
    end-if.
7350-exit.
    exit.

*> ---------------------------------------------------------------
*> 8000-hash-record - the hash total contribution of the record in
*> gn-work-record: the patron number (the requesting patron on the
*> hold queue), or the item's replacement cost in cents.  a field
*> that is not numeric adds nothing; the count still holds it.
*> ---------------------------------------------------------------
8000-hash-record.
    move zero to gn-hash-amount.
    evaluate true
        when gn-file-is-hold
            if gn-hold-patron-number numeric
                move gn-hold-patron-number to gn-hash-amount
            end-if
        when gn-file-is-item
            if gn-item-cost numeric
                compute gn-hash-amount = gn-item-cost * 100
            end-if
        when other
            if gn-patron-number numeric
                move gn-patron-number to gn-hash-amount
            end-if
    end-evaluate.
8000-exit.
    exit.
