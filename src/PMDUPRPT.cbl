*> ---------------------------------------------------------------
*> pmduprpt - duplicate patron candidate report
*>
*> registration keeps issuing a second card to someone who already
*> holds one, and from then on the patron's loans, fees and holds
*> are split across two patron numbers - understating the checkout
*> limit pmloanps enforces and the thresholds pmsuspnd applies.
*> this report finds the likely pairs for the desk to confirm
*> before they are merged (pmmerge).
*>
*> every patron not already closed is sorted on pr-name-zip-key
*> (last name and zip together, the same key pmnamlup searches)
*> and each group sharing the key is compared pair by pair:
*>   - NAME+ADDR  the first name and the street address agree too;
*>   - NAME       the first name agrees, the street does not (a
*>                move inside the zip, or a re-keyed address);
*>   - ADDRESS    the street agrees, the first name does not (a
*>                nickname or a misspelling at registration - or a
*>                family member, which is why the desk confirms).
*> a pair agreeing on neither is not reported; same surname in the
*> same zip is not evidence on its own.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before reading it.
*> ---------------------------------------------------------------
identification division.
program-id.    pmduprpt.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select master-file
        assign to "PATRONM"
        organization is indexed
        access mode is sequential
        record key is pr-patron-number
        alternate record key is pr-name-zip-key
            with duplicates.
    select sort-work-file
        assign to "SORTWK1".
    select report-file
        assign to "DUPRPTO"
        organization is line sequential.

data division.
file section.
fd  master-file
    label records are standard.
    copy Patron.
sd  sort-work-file.
01  sort-record.
    05  sr-name-zip-key.
        10  sr-last-name            pic X(12).
        10  sr-zip                  pic X(10).
    05  sr-patron-number            pic X(06).
    05  sr-first-name               pic X(10).
    05  sr-street-address           pic X(20).
    05  sr-city                     pic X(14).
    05  sr-patron-status            pic X(01).
    05  sr-books-out                pic 9(02).
    05  sr-total-fees               pic 9(03)v99.
fd  report-file
    label records are standard.
01  report-line                     pic X(100).

working-storage section.
*> --- work areas - duplicate candidates ---
01  dp-switches.
    05  dp-master-eof-sw            pic X(01)  value "N".
        88  dp-master-eof                   value "Y".
    05  dp-sort-eof-sw              pic X(01)  value "N".
        88  dp-sort-eof                     value "Y".
01  dp-counters                     comp.
    05  dp-master-read-ct           pic 9(07)  value zero.
    05  dp-selected-ct              pic 9(07)  value zero.
    05  dp-group-ct                 pic 9(07)  value zero.
    05  dp-pair-ct                  pic 9(07)  value zero.
    05  dp-overflow-ct              pic 9(07)  value zero.
01  dp-control-key                  pic X(22)  value low-values.
*> one name-and-zip group, compared pair by pair.  fifty patrons
*> sharing a surname in one zip is far past anything on file; any
*> beyond fifty are counted and left out of the comparison.
01  dp-group-table.
    05  dp-group-entry occurs 50 times.
        10  dg-patron-number        pic X(06).
        10  dg-first-name           pic X(10).
        10  dg-last-name            pic X(12).
        10  dg-street-address       pic X(20).
        10  dg-city                 pic X(14).
        10  dg-zip                  pic X(10).
        10  dg-patron-status        pic X(01).
        10  dg-books-out            pic 9(02).
        10  dg-total-fees           pic 9(03)v99.
01  dp-group-size                   pic 9(03)  comp value zero.
01  dp-ix                           pic 9(03)  comp value zero.
01  dp-jx                           pic 9(03)  comp value zero.
01  dp-px                           pic 9(03)  comp value zero.
01  dp-match-level                  pic X(10).

01  dp-heading-1.
    05  filler                      pic X(36) value
        "DUPLICATE PATRON CANDIDATES".
01  dp-heading-2.
    05  filler                      pic X(10) value "MATCH".
    05  filler                      pic X(08) value "PATRON".
    05  filler                      pic X(24) value "NAME".
    05  filler                      pic X(22) value "STREET ADDRESS".
    05  filler                      pic X(16) value "CITY".
    05  filler                      pic X(04) value "STS".
    05  filler                      pic X(04) value " OUT".
    05  filler                      pic X(08) value "    FEES".
01  dp-pair-line.
    05  pl-match-level              pic X(10).
    05  pl-patron-number            pic X(06).
    05  filler                      pic X(02) value spaces.
    05  pl-name                     pic X(24).
    05  pl-street-address           pic X(20).
    05  filler                      pic X(02) value spaces.
    05  pl-city                     pic X(14).
    05  filler                      pic X(02) value spaces.
    05  pl-patron-status            pic X(01).
    05  filler                      pic X(04) value spaces.
    05  pl-books-out                pic Z9.
    05  filler                      pic X(02) value spaces.
    05  pl-total-fees               pic ZZ9.99.
01  dp-total-line.
    05  filler                      pic X(26) value
        "CANDIDATE PAIRS REPORTED: ".
    05  tl-pair-ct                  pic ZZZ,ZZ9.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 0000-main-line
*> ---------------------------------------------------------------
0000-main-line.
    perform 1000-initialize
        thru 1000-exit.
    perform 2000-find-candidates
        thru 2000-exit.
    perform 9000-terminate
        thru 9000-exit.
    stop run.

*> ---------------------------------------------------------------
*> 1000-initialize
*> ---------------------------------------------------------------
1000-initialize.
    move "PMDUPRPT" to gq-program-name.
    move zero to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open output report-file.
    write report-line from dp-heading-1.
    write report-line from dp-heading-2.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-find-candidates - sort the open patrons into name-and-zip
*> groups and compare within each group.
*> ---------------------------------------------------------------
2000-find-candidates.
    sort sort-work-file
        on ascending key sr-name-zip-key
                         sr-patron-number
        input procedure is 2100-select-patrons
        output procedure is 2200-compare-groups.
2000-exit.
    exit.

*> ---------------------------------------------------------------
*> 2100-select-patrons - a closed record is the loser of an
*> earlier merge or a card given up; it is not a candidate.
*> ---------------------------------------------------------------
2100-select-patrons.
    open input master-file.
    perform 2110-read-master
        thru 2110-exit.
    perform 2120-select-one-patron
        thru 2120-exit
        until dp-master-eof.
    close master-file.
2100-exit.
    exit.

2110-read-master.
    read master-file
        at end
            set dp-master-eof to true
            go to 2110-exit
    end-read.
    if pr-generation-control
        go to 2110-read-master
    end-if.
    add 1 to dp-master-read-ct.
2110-exit.
    exit.

2120-select-one-patron.
    if pr-patron-status not = "C"
        move pr-name-zip-key to sr-name-zip-key
        move pr-patron-number to sr-patron-number
        move pr-first-name to sr-first-name
        move pr-street-address to sr-street-address
        move pr-city to sr-city
        move pr-patron-status to sr-patron-status
        move pr-books-out to sr-books-out
        move pr-total-fees to sr-total-fees
        release sort-record
        add 1 to dp-selected-ct
    end-if.
    perform 2110-read-master
        thru 2110-exit.
2120-exit.
    exit.

*> ---------------------------------------------------------------
*> 2200-compare-groups - gather each name-and-zip group, compare
*> it at the break.
*> ---------------------------------------------------------------
2200-compare-groups.
    perform 2210-return-sorted
        thru 2210-exit
        until dp-sort-eof.
    if dp-group-size > 1
        perform 2300-compare-one-group
            thru 2300-exit
    end-if.
2200-exit.
    exit.

2210-return-sorted.
    return sort-work-file
        at end
            set dp-sort-eof to true
            go to 2210-exit
    end-return.
    if sr-name-zip-key not = dp-control-key
        if dp-group-size > 1
            perform 2300-compare-one-group
                thru 2300-exit
        end-if
        move sr-name-zip-key to dp-control-key
        move zero to dp-group-size
    end-if.
    if dp-group-size = 50
        add 1 to dp-overflow-ct
        go to 2210-exit
    end-if.
    add 1 to dp-group-size.
    move sr-patron-number to dg-patron-number (dp-group-size).
    move sr-first-name to dg-first-name (dp-group-size).
    move sr-last-name to dg-last-name (dp-group-size).
    move sr-street-address to dg-street-address (dp-group-size).
    move sr-city to dg-city (dp-group-size).
    move sr-zip to dg-zip (dp-group-size).
    move sr-patron-status to dg-patron-status (dp-group-size).
    move sr-books-out to dg-books-out (dp-group-size).
    move sr-total-fees to dg-total-fees (dp-group-size).
2210-exit.
    exit.

*> ---------------------------------------------------------------
*> 2300-compare-one-group - every pair once: each entry against
*> every entry after it.
*> ---------------------------------------------------------------
2300-compare-one-group.
    add 1 to dp-group-ct.
    move zero to dp-ix.
    perform 2310-compare-one-entry
        thru 2310-exit
        until dp-ix = dp-group-size - 1.
2300-exit.
    exit.

2310-compare-one-entry.
    add 1 to dp-ix.
    move dp-ix to dp-jx.
    perform 2320-compare-one-pair
        thru 2320-exit
        until dp-jx = dp-group-size.
2310-exit.
    exit.

2320-compare-one-pair.
    add 1 to dp-jx.
    move spaces to dp-match-level.
    evaluate true
        when dg-first-name (dp-ix) = dg-first-name (dp-jx)
                and dg-street-address (dp-ix)
                    = dg-street-address (dp-jx)
            move "NAME+ADDR" to dp-match-level
        when dg-first-name (dp-ix) = dg-first-name (dp-jx)
            move "NAME" to dp-match-level
        when dg-street-address (dp-ix) = dg-street-address (dp-jx)
            move "ADDRESS" to dp-match-level
        when other
            go to 2320-exit
    end-evaluate.
    add 1 to dp-pair-ct.
    move dp-ix to dp-px.
    perform 2400-print-candidate
        thru 2400-exit.
    move spaces to dp-match-level.
    move dp-jx to dp-px.
    perform 2400-print-candidate
        thru 2400-exit.
    move spaces to report-line.
    write report-line.
2320-exit.
    exit.

*> ---------------------------------------------------------------
*> 2400-print-candidate - one side of a pair, entry dp-px.
*> ---------------------------------------------------------------
2400-print-candidate.
    move dp-match-level to pl-match-level.
    move dg-patron-number (dp-px) to pl-patron-number.
    move spaces to pl-name.
    string dg-first-name (dp-px) delimited by size
           " " delimited by size
           dg-last-name (dp-px) delimited by size
        into pl-name.
    move dg-street-address (dp-px) to pl-street-address.
    move dg-city (dp-px) to pl-city.
    move dg-patron-status (dp-px) to pl-patron-status.
    move dg-books-out (dp-px) to pl-books-out.
    move dg-total-fees (dp-px) to pl-total-fees.
    write report-line from dp-pair-line.
2400-exit.
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
        display "PMDUPRPT - " gq-message
        display "PMDUPRPT - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    move dp-pair-ct to tl-pair-ct.
    write report-line from dp-total-line.
    close report-file.
    display "PMDUPRPT - MASTER RECORDS READ : " dp-master-read-ct.
    display "PMDUPRPT - OPEN PATRONS SORTED : " dp-selected-ct.
    display "PMDUPRPT - GROUPS COMPARED     : " dp-group-ct.
    display "PMDUPRPT - CANDIDATE PAIRS     : " dp-pair-ct.
    display "PMDUPRPT - GROUP OVERFLOWS     : " dp-overflow-ct.
9000-exit.
    exit.
