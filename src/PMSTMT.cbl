*> 2026-08-26 rd    flag loans pmlostcv declared lost instead of
*>                  reading them as overdue - the patron is billed
*>                  for the replacement, not sitting on the item.
*> 2026-10-15 rd    household statements.  an "H" request prints
*>                  one combined statement for the whole household
*>                  on the household file (HOUSEM) - the guardian
*>                  and every dependent, with household totals -
*>                  mailed to the guardian; a dependent's own
*>                  statement is mailed in care of the guardian.
*>                  statement lines now pass through a report sort
*>                  so a household's members print together.
*> 2026-10-15 rd    prove the CIRCM, PATRONM and ITEMM generations
*>                  against the generation catalog (pmgenctl)
*>                  before reading them.
*> ---------------------------------------------------------------
identification division.
program-id.    pmstmt.
        organization is line sequential.
    select sort-work-file
        assign to "SORTWK1".
    select sort-report-work
        assign to "SORTWK2".
    select sorted-request-file
        assign to "STMTIS"
        organization is line sequential.
        record key is pr-patron-number
        alternate record key is pr-name-zip-key
            with duplicates.
    select optional link-file
        assign to "HOUSEM"
        organization is indexed
        access mode is dynamic
        record key is hh-dependent-number
        alternate record key is hh-guardian-number
            with duplicates.
    select item-file
        assign to "ITEMM"
        organization is indexed
    label records are standard.
01  request-record.
    05  rq-patron-number            pic X(06).
*> "H" asks for the combined statement of the patron's household;
*> a space is the patron's own statement, as always.
    05  rq-statement-type           pic X(01).
        88  rq-household-statement          value "H".
    05  filler                      pic X(73).
sd  sort-work-file.
01  sort-request-record.
    05  sq-patron-number            pic X(06).
    05  sq-household-number         pic X(06).
    05  sq-household-sw             pic X(01).
    05  sq-member-seq               pic X(01).
    05  filler                      pic X(66).
sd  sort-report-work.
*> one printed statement line, filed under the statement it goes
*> to: a patron's own statement files under the patron with the
*> household switch "N"; a household statement files under the
*> guardian with "H", the guardian first and the dependents after.
01  sort-report-record.
    05  rs-household-number         pic X(06).
    05  rs-household-sw             pic X(01).
    05  rs-member-seq               pic X(01).
    05  rs-patron-number            pic X(06).
    05  rs-line-seq                 pic 9(05).
    05  rs-books-out                pic 9(02).
    05  rs-total-fees               pic 9(03)V99.
    05  rs-line                     pic X(80).
fd  sorted-request-file
    label records are standard.
01  sorted-request-record           pic X(80).
fd  master-file
    label records are standard.
    copy Patron.
fd  link-file
    label records are standard.
    copy Household.
fd  item-file
    label records are standard.
    copy Item.
working-storage section.
*> --- work areas - account statements ---
01  st-switches.
    05  st-input-eof-sw             pic X(01)  value "N".
        88  st-input-eof                    value "Y".
    05  st-request-eof-sw           pic X(01)  value "N".
        88  st-request-eof                  value "Y".
    05  st-report-eof-sw            pic X(01)  value "N".
        88  st-report-eof                   value "Y".
    05  st-more-members-sw          pic X(01)  value "N".
        88  st-more-members                 value "Y".
    05  st-single-wanted-sw         pic X(01)  value "N".
        88  st-single-wanted                value "Y".
    05  st-household-wanted-sw      pic X(01)  value "N".
        88  st-household-wanted             value "Y".
    05  st-guardian-mail-sw         pic X(01)  value "N".
        88  st-guardian-mail                value "Y".
    05  st-ledger-eof-sw            pic X(01)  value "N".
        88  st-ledger-eof                   value "Y".
    05  st-master-found-sw          pic X(01)  value "N".
    05  st-request-ct               pic 9(05)  value zero.
    05  st-statement-ct             pic 9(05)  value zero.
    05  st-not-found-ct             pic 9(05)  value zero.
    05  st-household-ct             pic 9(05)  value zero.
    05  st-open-loan-ct             pic 9(03)  value zero.
    05  st-line-seq                 pic 9(05)  value zero.
01  st-sorted-request.
    05  sr-patron-number            pic X(06).
    05  sr-household-number         pic X(06).
    05  sr-household-sw             pic X(01).
    05  sr-member-seq               pic X(01).
    05  filler                      pic X(66).
01  st-request-patron               pic X(06).
01  st-household-number             pic X(06).
01  st-member-seq                   pic X(01).
01  st-release-text                 pic X(80).
01  st-release-books                pic 9(02).
01  st-release-fees                 pic 9(03)V99.
01  st-control-key.
    05  st-control-household        pic X(06).
    05  st-control-sw               pic X(01).
01  st-hh-books-out                 pic 9(03).
01  st-hh-total-fees                pic 9(05)V99.
*> --- mail-to address - the patron's own, or the guardian's ---
01  st-patron-save                  pic X(168).
01  st-mail-to.
    05  st-mail-name                pic X(24).
    05  st-mail-street-address      pic X(20).
    05  st-mail-city                pic X(14).
    05  st-mail-state               pic X(02).
    05  st-mail-zip                 pic X(10).
01  st-ledger-patron                pic X(06).
01  st-run-ymd                      pic 9(08).
01  st-due-ymd                      pic 9(08).
    05  hd-status                   pic X(01).
    05  filler                      pic X(06) value " TIER ".
    05  hd-tier                     pic X(01).
01  st-care-line.
    05  filler                      pic X(14) value "  IN CARE OF: ".
    05  cf-name                     pic X(24).
01  st-address-line-1.
    05  filler                      pic X(02) value spaces.
    05  ad-street-address           pic X(20).
    05  filler                      pic X(16) value
        "   FEE BALANCE: ".
    05  tl-total-fees               pic ZZ9.99.
01  st-household-banner.
    05  filler                      pic X(30) value
        "HOUSEHOLD STATEMENT - GUARDIAN".
    05  filler                      pic X(01) value spaces.
    05  hb-patron-number            pic X(06).
    05  filler                      pic X(02) value spaces.
    05  hb-name                     pic X(24).
01  st-household-total-line.
    05  filler                      pic X(23) value
        "  HOUSEHOLD BOOKS OUT: ".
    05  ht-books-out                pic ZZ9.
    05  filler                      pic X(16) value
        "   FEE BALANCE: ".
    05  ht-total-fees               pic ZZ,ZZ9.99.
01  st-not-found-line.
    05  filler                      pic X(07) value "PATRON ".
    05  nf-patron-number            pic X(06).
    05  filler                      pic X(18) value
        " IS NOT ON FILE".
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
        thru 1000-exit.
    perform 1500-sort-requests
        thru 1500-exit.
    perform 2000-build-statements
        thru 2000-exit.
    perform 9000-terminate
        thru 9000-exit.
    end-if.
    compute st-run-ymd =
        pp-run-year * 10000 + pp-run-month * 100 + pp-run-day.
    move "PMSTMT" to gq-program-name.
    move st-run-ymd to gq-run-date.
    move "CIRCM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "ITEMM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 1500-sort-requests - the ledger is read once, in patron order,
*> so the requests go into the same order first.  a household
*> request is opened out into one request per member on the way
*> in.
*> ---------------------------------------------------------------
1500-sort-requests.
    sort sort-work-file
        on ascending key sq-patron-number
                         sq-household-number
                         sq-household-sw
        input procedure is 1600-expand-requests
        giving sorted-request-file.
1500-exit.
    exit.

1600-expand-requests.
    open input request-file
               link-file.
    perform 1610-read-request
        thru 1610-exit.
    perform 1620-expand-one-request
        thru 1620-exit
        until st-input-eof.
    close request-file
          link-file.
1600-exit.
    exit.

1610-read-request.
    read request-file
        at end
            set st-input-eof to true
        not at end
            add 1 to st-request-ct
    end-read.
1610-exit.
    exit.

1620-expand-one-request.
    if rq-household-statement
        perform 1650-release-household
            thru 1650-exit
    else
        move spaces to sort-request-record
        move rq-patron-number to sq-patron-number
        move rq-patron-number to sq-household-number
        move "N" to sq-household-sw
        move "1" to sq-member-seq
        release sort-request-record
    end-if.
    perform 1610-read-request
        thru 1610-exit.
1620-exit.
    exit.

*> ---------------------------------------------------------------
*> 1650-release-household - the household is the guardian's, so a
*> request naming a dependent finds the guardian first; a patron
*> who is no one's dependent heads the household.  the head is
*> released, then every dependent linked to it.
*> ---------------------------------------------------------------
1650-release-household.
    move rq-patron-number to hh-dependent-number.
    read link-file
        invalid key
            move rq-patron-number to st-household-number
        not invalid key
            move hh-guardian-number to st-household-number
    end-read.
    move spaces to sort-request-record.
    move st-household-number to sq-patron-number.
    move st-household-number to sq-household-number.
    move "H" to sq-household-sw.
    move "1" to sq-member-seq.
    release sort-request-record.
    add 1 to st-household-ct.
    move st-household-number to hh-guardian-number.
    set st-more-members to true.
    start link-file key is equal to hh-guardian-number
        invalid key
            move "N" to st-more-members-sw
    end-start.
    if st-more-members
        perform 1660-read-next-member
            thru 1660-exit
        perform 1670-release-one-member
            thru 1670-exit
            until not st-more-members
    end-if.
1650-exit.
    exit.

1660-read-next-member.
    read link-file next record
        at end
            move "N" to st-more-members-sw
    end-read.
1660-exit.
    exit.

1670-release-one-member.
    if hh-guardian-number not = st-household-number
        move "N" to st-more-members-sw
        go to 1670-exit
    end-if.
    move spaces to sort-request-record.
    move hh-dependent-number to sq-patron-number.
    move st-household-number to sq-household-number.
    move "H" to sq-household-sw.
    move "2" to sq-member-seq.
    release sort-request-record.
    perform 1660-read-next-member
        thru 1660-exit.
1670-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-build-statements - the ledger pass files every statement
*> line under the statement it belongs to; the report sort brings
*> each household's members together for printing.
*> ---------------------------------------------------------------
2000-build-statements.
    sort sort-report-work
        on ascending key rs-household-number
                         rs-household-sw
                         rs-member-seq
                         rs-patron-number
                         rs-line-seq
        input procedure is 2050-process-requests
        output procedure is 3000-print-report.
2000-exit.
    exit.

2050-process-requests.
    open input  sorted-request-file
                ledger-file
                master-file
                link-file
                item-file.
    perform 2100-read-request
        thru 2100-exit.
    perform 2200-read-ledger
    close sorted-request-file
          ledger-file
          master-file
          link-file
          item-file.
2050-exit.
    exit.

2100-read-request.
    read sorted-request-file into st-sorted-request
        at end
            set st-request-eof to true
            move high-values to sr-patron-number
    end-read.
2100-exit.
    exit.
        at end
            set st-ledger-eof to true
            move high-values to st-ledger-patron
            go to 2200-exit
    end-read.
    if cr-generation-control
        go to 2200-read-ledger
    end-if.
    move cr-patron-number to st-ledger-patron.
2200-exit.
    exit.

*> ---------------------------------------------------------------
*> 2300-process-one-request - gather every request for this
*> patron, fetch the master record, skip the ledger forward to the
*> patron, and print the statement once into each statement that
*> wants it - the patron's own, the household's, or both.  the
*> same patron requested twice in one batch prints once; the desk
*> gets no value from a duplicate page.
*> ---------------------------------------------------------------
2300-process-one-request.
    move sr-patron-number to st-request-patron.
    move "N" to st-single-wanted-sw.
    move "N" to st-household-wanted-sw.
    perform 2350-gather-one-request
        thru 2350-exit
        until st-request-eof or sr-patron-number not = st-request-patron.
    move zero to st-line-seq.
    move zero to st-release-books.
    move zero to st-release-fees.
    perform 2400-fetch-master
        thru 2400-exit.
    if not st-master-found
        move st-request-patron to nf-patron-number
        move st-not-found-line to st-release-text
        perform 2900-release-line
            thru 2900-exit
        move spaces to st-release-text
        perform 2900-release-line
            thru 2900-exit
        add 1 to st-not-found-ct
        go to 2300-exit
    end-if.
    perform 2500-print-statement
        thru 2500-exit.
    add 1 to st-statement-ct.
2300-exit.
    exit.

2350-gather-one-request.
    if sr-household-sw = "H"
        set st-household-wanted to true
        move sr-household-number to st-household-number
        move sr-member-seq to st-member-seq
    else
        set st-single-wanted to true
    end-if.
    perform 2100-read-request
        thru 2100-exit.
2350-exit.
    exit.

2400-fetch-master.

*> ---------------------------------------------------------------
*> 2500-print-statement - header and address from the master,
*> then every open loan from the ledger, then the totals.  the
*> mailing address belongs to the patron's own statement only; a
*> household statement carries the guardian's once, at the top.
*> ---------------------------------------------------------------
2500-print-statement.
    move pr-patron-number to hd-patron-number.
        into hd-name.
    move pr-patron-status to hd-status.
    move pr-privilege-status to hd-tier.
    move st-header-line to st-release-text.
    perform 2900-release-line
        thru 2900-exit.
    perform 2550-resolve-mail-to
        thru 2550-exit.
    if st-guardian-mail
        move st-mail-name to cf-name
        move st-care-line to st-release-text
        perform 2910-release-single
            thru 2910-exit
    end-if.
    move st-mail-street-address to ad-street-address.
    move st-address-line-1 to st-release-text.
    perform 2910-release-single
        thru 2910-exit.
    move st-mail-city to ad-city.
    move st-mail-state to ad-state.
    move st-mail-zip to ad-zip.
    move st-address-line-2 to st-release-text.
    perform 2910-release-single
        thru 2910-exit.
    perform 2600-skip-ledger-to-patron
        thru 2600-exit.
    move zero to st-open-loan-ct.
    move st-loan-heading to st-release-text.
    perform 2900-release-line
        thru 2900-exit.
    perform 2700-print-one-loan
        thru 2700-exit
        until st-ledger-eof or st-ledger-patron not = pr-patron-number.
    if st-open-loan-ct = zero
        move st-no-loans-line to st-release-text
        perform 2900-release-line
            thru 2900-exit
    end-if.
    move pr-books-out to tl-books-out.
    move pr-total-fees to tl-total-fees.
    move st-totals-line to st-release-text.
*> the totals line alone carries the patron's books-out and fees,
*> so a household's totals are the sum over its members' lines.
    move pr-books-out to st-release-books.
    move pr-total-fees to st-release-fees.
    perform 2900-release-line
        thru 2900-exit.
    move zero to st-release-books.
    move zero to st-release-fees.
    move spaces to st-release-text.
    perform 2900-release-line
        thru 2900-exit.
2500-exit.
    exit.

*> ---------------------------------------------------------------
*> 2550-resolve-mail-to - a dependent on the household file has
*> the statement mailed in care of the guardian, who answers for
*> the card; a guardian gone from the master or closed leaves it
*> at the patron's own address.  the patron record is put back as
*> found.
*> ---------------------------------------------------------------
2550-resolve-mail-to.
    move "N" to st-guardian-mail-sw.
    move spaces to st-mail-name.
    move pr-street-address to st-mail-street-address.
    move pr-city to st-mail-city.
    move pr-state to st-mail-state.
    move pr-zip to st-mail-zip.
    move pr-patron-number to hh-dependent-number.
    read link-file
        invalid key
            go to 2550-exit
    end-read.
    move patron-record to st-patron-save.
    move hh-guardian-number to pr-patron-number.
    read master-file
        invalid key
            continue
        not invalid key
            if pr-patron-status not = "C"
                set st-guardian-mail to true
            end-if
    end-read.
    if st-guardian-mail
        string pr-first-name delimited by size
               " " delimited by size
               pr-last-name delimited by size
            into st-mail-name
        move pr-street-address to st-mail-street-address
        move pr-city to st-mail-city
        move pr-state to st-mail-state
        move pr-zip to st-mail-zip
    end-if.
    move st-patron-save to patron-record.
2550-exit.
    exit.

*> ---------------------------------------------------------------
*> 2600-skip-ledger-to-patron - loans for patrons nobody asked
*> about tonight are passed over without comment; this is an
        end-if
    end-if.
2700-write.
    move st-loan-line to st-release-text.
    perform 2900-release-line
        thru 2900-exit.
    add 1 to st-open-loan-ct.
2700-next.
    perform 2200-read-ledger
2750-exit.
    exit.

*> ---------------------------------------------------------------
*> 2900-release-line - file one statement line under every
*> statement this patron is printing into tonight.
*> ---------------------------------------------------------------
2900-release-line.
    perform 2910-release-single
        thru 2910-exit.
    perform 2920-release-household
        thru 2920-exit.
2900-exit.
    exit.

2910-release-single.
    if not st-single-wanted
        go to 2910-exit
    end-if.
    add 1 to st-line-seq.
    move st-request-patron to rs-household-number.
    move "N" to rs-household-sw.
    move "1" to rs-member-seq.
    move st-request-patron to rs-patron-number.
    move st-line-seq to rs-line-seq.
    move st-release-books to rs-books-out.
    move st-release-fees to rs-total-fees.
    move st-release-text to rs-line.
    release sort-report-record.
2910-exit.
    exit.

2920-release-household.
    if not st-household-wanted
        go to 2920-exit
    end-if.
    add 1 to st-line-seq.
    move st-household-number to rs-household-number.
    move "H" to rs-household-sw.
    move st-member-seq to rs-member-seq.
    move st-request-patron to rs-patron-number.
    move st-line-seq to rs-line-seq.
    move st-release-books to rs-books-out.
    move st-release-fees to rs-total-fees.
    move st-release-text to rs-line.
    release sort-report-record.
2920-exit.
    exit.

*> ---------------------------------------------------------------
*> 3000-print-report - print the statements in order; a household
*> statement opens with the guardian's banner and mailing address
*> and closes with the household's combined totals.
*> ---------------------------------------------------------------
3000-print-report.
    open input  master-file
         output report-file.
    move low-values to st-control-key.
    perform 3100-return-line
        thru 3100-exit
        until st-report-eof.
    if st-control-sw = "H"
        perform 3300-print-household-totals
            thru 3300-exit
    end-if.
    close master-file
          report-file.
3000-exit.
    exit.

3100-return-line.
    return sort-report-work
        at end
            set st-report-eof to true
            go to 3100-exit
    end-return.
    if rs-household-number not = st-control-household
            or rs-household-sw not = st-control-sw
        perform 3200-break-household
            thru 3200-exit
    end-if.
    write report-line from rs-line.
    add rs-books-out to st-hh-books-out.
    add rs-total-fees to st-hh-total-fees.
3100-exit.
    exit.

3200-break-household.
    if st-control-sw = "H"
        perform 3300-print-household-totals
            thru 3300-exit
    end-if.
    move rs-household-number to st-control-household.
    move rs-household-sw to st-control-sw.
    move zero to st-hh-books-out.
    move zero to st-hh-total-fees.
    if rs-household-sw = "H"
        perform 3250-print-household-banner
            thru 3250-exit
    end-if.
3200-exit.
    exit.

*> ---------------------------------------------------------------
*> 3250-print-household-banner - the guardian's name and mailing
*> address head the household statement.  a guardian gone from
*> the master prints the number alone; the member statements
*> below say the rest.
*> ---------------------------------------------------------------
3250-print-household-banner.
    move rs-household-number to hb-patron-number.
    move spaces to hb-name.
    move rs-household-number to pr-patron-number.
    read master-file
        invalid key
            write report-line from st-household-banner
            go to 3250-exit
    end-read.
    string pr-first-name delimited by size
           " " delimited by size
           pr-last-name delimited by size
        into hb-name.
    write report-line from st-household-banner.
    move pr-street-address to ad-street-address.
    write report-line from st-address-line-1.
    move pr-city to ad-city.
    move pr-state to ad-state.
    move pr-zip to ad-zip.
    write report-line from st-address-line-2.
    move spaces to report-line.
    write report-line.
3250-exit.
    exit.

3300-print-household-totals.
    move st-hh-books-out to ht-books-out.
    move st-hh-total-fees to ht-total-fees.
    write report-line from st-household-total-line.
    move spaces to report-line.
    write report-line.
3300-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects abandons the run before
*> anything is printed.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMSTMT - " gq-message
        display "PMSTMT - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    display "PMSTMT - REQUESTS READ         : " st-request-ct.
    display "PMSTMT - HOUSEHOLDS REQUESTED  : " st-household-ct.
    display "PMSTMT - STATEMENTS PRINTED    : " st-statement-ct.
    display "PMSTMT - PATRONS NOT ON FILE   : " st-not-found-ct.
9000-exit.
