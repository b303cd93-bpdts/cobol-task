*> ---------------------------------------------------------------
*> pmusage - collection usage and weeding report
*>
*> the item master says what the library owns; nothing said what
*> actually circulates, and pmarchiv's statistics stop at totals by
*> month, material type and tier.  collection development pulled
*> shelf-list cards by hand to decide what to weed and what to buy
*> again.  this run counts, for every item on the item master
*> (ITEMM, Item.cpy), the checkouts on the active ledger (CIRCM)
*> and on the loan history archive (CIRCH) together - every ledger
*> row is one checkout, a renewal being posted onto the row it
*> extends - and produces three reports:
*>   - the usage report (USAGERPT): every item with its title,
*>     author, replacement cost, lifetime checkouts, checkouts in
*>     the last n years and its last checkout date;
*>   - the weeding candidate list (WEEDRPT): items with no checkout
*>     since the cut-off date on the parameter card, never-borrowed
*>     items included, with their replacement value;
*>   - the most borrowed list (TOPRPT): the busiest items of each
*>     material type over the last n years, for buying duplicates.
*> rows for items not on the item master (consortium borrowing,
*> items since withdrawn) are counted on the usage report trailer
*> but otherwise ignored.
*>
*> the two ledgers are merged into one item-id sequence by a sort
*> and matched against the item master in a single balanced-line
*> pass, which is itself the input procedure of the sort that
*> ranks the most borrowed list.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> 2026-10-15 rd    prove the CIRCM and ITEMM generations against
*>                  the generation catalog (pmgenctl) before
*>                  reading them.
*> ---------------------------------------------------------------
identification division.
program-id.    pmusage.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select parm-file
        assign to "USAGEP"
        organization is line sequential.
    select ledger-file
        assign to "CIRCM"
        organization is line sequential.
    select optional history-file
        assign to "CIRCH"
        organization is line sequential.
    select sort-loan-work
        assign to "SORTWK1".
    select sorted-loan-file
        assign to "USAGELS"
        organization is line sequential.
    select item-file
        assign to "ITEMM"
        organization is indexed
        access mode is sequential
        record key is ir-item-id.
    select sort-top-work
        assign to "SORTWK2".
    select usage-file
        assign to "USAGERPT"
        organization is line sequential.
    select weed-file
        assign to "WEEDRPT"
        organization is line sequential.
    select top-file
        assign to "TOPRPT"
        organization is line sequential.

data division.
file section.
fd  parm-file
    label records are standard.
01  parm-record.
    05  pp-run-date.
        10  pp-run-year             pic 9(04).
        10  pp-run-month            pic 9(02).
        10  pp-run-day              pic 9(02).
    05  pp-weed-cutoff-date.
        10  pp-weed-cutoff-year     pic 9(04).
        10  pp-weed-cutoff-month    pic 9(02).
        10  pp-weed-cutoff-day      pic 9(02).
    05  pp-recent-years             pic 9(02).
    05  pp-top-count                pic 9(03).
    05  filler                      pic X(59).
fd  ledger-file
    label records are standard.
    copy Circ.
*> the history archive carries the same fifty-six character row as
*> the ledger (see pmarchiv); it is read into circulation-record.
fd  history-file
    label records are standard.
01  history-record                  pic X(56).
sd  sort-loan-work.
01  sort-loan-record.
    05  sl-item-id                  pic X(08).
    05  sl-checkout-ymd             pic 9(08).
fd  sorted-loan-file
    label records are standard.
01  sorted-loan-record.
    05  ul-item-id                  pic X(08).
    05  ul-checkout-ymd             pic 9(08).
fd  item-file
    label records are standard.
    copy Item.
*> one entry per item borrowed in the recent window; ranked busiest
*> first within material type.
sd  sort-top-work.
01  sort-top-record.
    05  tp-type-row                 pic 9(01).
    05  tp-recent-count             pic 9(05).
    05  tp-lifetime-count           pic 9(05).
    05  tp-item-id                  pic X(08).
    05  tp-title                    pic X(30).
    05  tp-author                   pic X(20).
    05  tp-last-checkout-ymd        pic 9(08).
fd  usage-file
    label records are standard.
01  usage-line                      pic X(132).
fd  weed-file
    label records are standard.
01  weed-line                       pic X(132).
fd  top-file
    label records are standard.
01  top-line                        pic X(132).

working-storage section.
*> --- work areas - collection usage run ---
01  us-switches.
    05  us-item-eof-sw              pic X(01)  value "N".
        88  us-item-eof                     value "Y".
    05  us-loan-eof-sw              pic X(01)  value "N".
        88  us-loan-eof                     value "Y".
    05  us-ledger-eof-sw            pic X(01)  value "N".
        88  us-ledger-eof                   value "Y".
    05  us-history-eof-sw           pic X(01)  value "N".
        88  us-history-eof                  value "Y".
    05  us-top-eof-sw               pic X(01)  value "N".
        88  us-top-eof                      value "Y".
01  us-counters                     comp.
    05  us-item-read-ct             pic 9(07)  value zero.
    05  us-ledger-read-ct           pic 9(07)  value zero.
    05  us-history-read-ct          pic 9(07)  value zero.
    05  us-undated-ct               pic 9(07)  value zero.
    05  us-no-item-ct               pic 9(07)  value zero.
    05  us-weed-ct                  pic 9(07)  value zero.
    05  us-never-ct                 pic 9(07)  value zero.
    05  us-lifetime-count           pic 9(05)  value zero.
    05  us-recent-count             pic 9(05)  value zero.
    05  us-rank                     pic 9(03)  value zero.
01  us-run-ymd                      pic 9(08).
01  us-weed-cutoff-ymd              pic 9(08).
01  us-window-start-ymd             pic 9(08).
01  us-recent-years                 pic 9(02).
01  us-top-count                    pic 9(03).
01  us-loan-item                    pic X(08).
01  us-last-checkout-ymd            pic 9(08).
01  us-weed-value                   pic 9(07)v99 value zero.
01  us-control-type-row             pic 9(01)  value zero.
01  us-ymd-work.
    05  us-ymd-year                 pic 9(04).
    05  us-ymd-month                pic 9(02).
    05  us-ymd-day                  pic 9(02).
01  us-ymd-number redefines us-ymd-work
                                    pic 9(08).
*> material rows: 1 book, 2 periodical, 3 video, 4 other - the
*> same rows pmarchiv's statistics use.
01  us-type-name-table.
    05  filler                      pic X(10) value "BOOK      ".
    05  filler                      pic X(10) value "PERIODICAL".
    05  filler                      pic X(10) value "VIDEO     ".
    05  filler                      pic X(10) value "OTHER     ".
01  us-type-name-table-r redefines us-type-name-table.
    05  us-type-name occurs 4 times pic X(10).
01  us-type-row                     pic 9(01)  value zero.

01  us-usage-heading-1.
    05  filler                      pic X(32) value
        "COLLECTION USAGE BY ITEM AS OF  ".
    05  hu-run-date                 pic 9(08).
    05  filler                      pic X(14) value "  RECENT YEARS".
    05  filler                      pic X(02) value ": ".
    05  hu-recent-years             pic Z9.
01  us-usage-heading-2.
    05  filler                      pic X(10) value "ITEM".
    05  filler                      pic X(32) value "TITLE".
    05  filler                      pic X(22) value "AUTHOR".
    05  filler                      pic X(12) value "TYPE".
    05  filler                      pic X(09) value "     COST".
    05  filler                      pic X(09) value " LIFETIME".
    05  filler                      pic X(09) value "   RECENT".
    05  filler                      pic X(12) value "  LAST OUT".
01  us-weed-heading-1.
    05  filler                      pic X(40) value
        "WEEDING CANDIDATES - NOT BORROWED SINCE ".
    05  hw-cutoff-date              pic 9(08).
01  us-top-heading-1.
    05  filler                      pic X(32) value
        "MOST BORROWED ITEMS AS OF       ".
    05  ht-run-date                 pic 9(08).
    05  filler                      pic X(14) value "  RECENT YEARS".
    05  filler                      pic X(02) value ": ".
    05  ht-recent-years             pic Z9.
01  us-top-type-heading.
    05  filler                      pic X(15) value "MATERIAL TYPE: ".
    05  ht-type-name                pic X(10).
01  us-top-heading-2.
    05  filler                      pic X(06) value "RANK".
    05  filler                      pic X(10) value "ITEM".
    05  filler                      pic X(32) value "TITLE".
    05  filler                      pic X(22) value "AUTHOR".
    05  filler                      pic X(09) value "   RECENT".
    05  filler                      pic X(09) value " LIFETIME".
    05  filler                      pic X(12) value "  LAST OUT".
01  us-item-line.
    05  il-item-id                  pic X(10).
    05  il-title                    pic X(32).
    05  il-author                   pic X(22).
    05  il-type-name                pic X(12).
    05  filler                      pic X(03)  value spaces.
    05  il-cost                     pic ZZ9.99.
    05  filler                      pic X(03)  value spaces.
    05  il-lifetime-count           pic ZZ,ZZ9.
    05  filler                      pic X(03)  value spaces.
    05  il-recent-count             pic ZZ,ZZ9.
    05  filler                      pic X(02)  value spaces.
    05  il-last-checkout            pic X(10).
    05  filler                      pic X(01)  value spaces.
    05  il-note                     pic X(07).
01  us-top-detail-line.
    05  td-rank                     pic ZZ9.
    05  filler                      pic X(03)  value spaces.
    05  td-item-id                  pic X(10).
    05  td-title                    pic X(32).
    05  td-author                   pic X(22).
    05  filler                      pic X(03)  value spaces.
    05  td-recent-count             pic ZZ,ZZ9.
    05  filler                      pic X(03)  value spaces.
    05  td-lifetime-count           pic ZZ,ZZ9.
    05  filler                      pic X(02)  value spaces.
    05  td-last-checkout            pic X(10).
01  us-usage-total-line.
    05  filler                      pic X(24) value
        "ITEMS ON MASTER       : ".
    05  ut-item-count               pic Z,ZZZ,ZZ9.
    05  filler                      pic X(32) value
        "   LOANS FOR ITEMS NOT ON FILE: ".
    05  ut-no-item-count            pic Z,ZZZ,ZZ9.
01  us-weed-total-line.
    05  filler                      pic X(24) value
        "WEEDING CANDIDATES    : ".
    05  wt-weed-count               pic Z,ZZZ,ZZ9.
    05  filler                      pic X(18) value
        "   NEVER BORROWED:".
    05  wt-never-count              pic Z,ZZZ,ZZ9.
    05  filler                      pic X(23) value
        "   REPLACEMENT VALUE : ".
    05  wt-weed-value               pic Z,ZZZ,ZZ9.99.
01  us-blank-line                   pic X(01)  value space.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 0000-main-line
*> ---------------------------------------------------------------
0000-main-line.
    perform 1000-initialize
        thru 1000-exit.
    perform 2000-sort-loans
        thru 2000-exit.
    perform 3000-report-usage
        thru 3000-exit.
    perform 9000-terminate
        thru 9000-exit.
    stop run.

*> ---------------------------------------------------------------
*> 1000-initialize - read and edit the run date, the weeding
*> cut-off, the recent-years window and the length of the most
*> borrowed list.
*> ---------------------------------------------------------------
1000-initialize.
    open input parm-file.
    read parm-file
        at end
            move zero to pp-run-date
                         pp-weed-cutoff-date
                         pp-recent-years
                         pp-top-count
    end-read.
    close parm-file.
    if pp-run-date not numeric
            or pp-run-month < 1 or pp-run-month > 12
            or pp-run-day < 1 or pp-run-day > 31
            or pp-run-year < 1900
        display "PMUSAGE - INVALID RUN DATE ON PARAMETER CARD"
        move 8 to return-code
        stop run
    end-if.
    if pp-weed-cutoff-date not numeric
            or pp-weed-cutoff-month < 1 or pp-weed-cutoff-month > 12
            or pp-weed-cutoff-day < 1 or pp-weed-cutoff-day > 31
            or pp-weed-cutoff-year < 1900
        display "PMUSAGE - INVALID WEEDING CUTOFF ON PARAMETER CARD"
        move 8 to return-code
        stop run
    end-if.
*> the recent window and the list length default to three years and
*> the top twenty-five when the card leaves them blank.
    if pp-recent-years numeric and pp-recent-years > zero
        move pp-recent-years to us-recent-years
    else
        move 3 to us-recent-years
    end-if.
    if pp-top-count numeric and pp-top-count > zero
        move pp-top-count to us-top-count
    else
        move 25 to us-top-count
    end-if.
    move pp-run-date to us-run-ymd.
    move pp-weed-cutoff-date to us-weed-cutoff-ymd.
    compute us-window-start-ymd =
        us-run-ymd - us-recent-years * 10000.
    move "PMUSAGE" to gq-program-name.
    move us-run-ymd to gq-run-date.
    move "CIRCM" to gq-file-name.
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
*> 2000-sort-loans - merge the active ledger and the history
*> archive into one stream of checkouts in item-id order.
*> ---------------------------------------------------------------
2000-sort-loans.
    sort sort-loan-work
        on ascending key sl-item-id
                         sl-checkout-ymd
        input procedure is 2100-release-loans
        giving sorted-loan-file.
2000-exit.
    exit.

2100-release-loans.
    open input ledger-file.
    perform 2110-read-ledger
        thru 2110-exit.
    perform 2120-release-ledger-row
        thru 2120-exit
        until us-ledger-eof.
    close ledger-file.
    open input history-file.
    perform 2130-read-history
        thru 2130-exit.
    perform 2140-release-history-row
        thru 2140-exit
        until us-history-eof.
    close history-file.
2100-exit.
    exit.

2110-read-ledger.
    read ledger-file
        at end
            set us-ledger-eof to true
            go to 2110-exit
    end-read.
    if cr-generation-control
        go to 2110-read-ledger
    end-if.
    add 1 to us-ledger-read-ct.
2110-exit.
    exit.

2120-release-ledger-row.
    perform 2200-release-one-checkout
        thru 2200-exit.
    perform 2110-read-ledger
        thru 2110-exit.
2120-exit.
    exit.

2130-read-history.
    read history-file into circulation-record
        at end
            set us-history-eof to true
        not at end
            add 1 to us-history-read-ct
    end-read.
2130-exit.
    exit.

2140-release-history-row.
    perform 2200-release-one-checkout
        thru 2200-exit.
    perform 2130-read-history
        thru 2130-exit.
2140-exit.
    exit.

*> ---------------------------------------------------------------
*> 2200-release-one-checkout - a row whose checkout date cannot be
*> read still counts toward the lifetime total, dated zero so it
*> never counts as recent or as the last checkout.
*> ---------------------------------------------------------------
2200-release-one-checkout.
    move cr-item-id to sl-item-id.
    if cr-checkout-date numeric
            and cr-checkout-month >= 1 and cr-checkout-month <= 12
        compute sl-checkout-ymd =
            cr-checkout-year * 10000 + cr-checkout-month * 100
            + cr-checkout-day
    else
        move zero to sl-checkout-ymd
        add 1 to us-undated-ct
    end-if.
    release sort-loan-record.
2200-exit.
    exit.

*> ---------------------------------------------------------------
*> 3000-report-usage - the match pass feeds the most borrowed
*> ranking sort; the usage and weeding reports are written as it
*> goes, in item-id order.
*> ---------------------------------------------------------------
3000-report-usage.
    open input  item-file
                sorted-loan-file
         output usage-file
                weed-file
                top-file.
    move us-run-ymd to hu-run-date.
    move us-recent-years to hu-recent-years.
    write usage-line from us-usage-heading-1.
    write usage-line from us-usage-heading-2.
    move us-weed-cutoff-ymd to hw-cutoff-date.
    write weed-line from us-weed-heading-1.
    write weed-line from us-usage-heading-2.
    sort sort-top-work
        on ascending key tp-type-row
        on descending key tp-recent-count
                          tp-lifetime-count
        on ascending key tp-item-id
        input procedure is 3100-match-items
        output procedure is 4000-print-top-list.
    perform 3900-print-totals
        thru 3900-exit.
    close item-file
          sorted-loan-file
          usage-file
          weed-file
          top-file.
3000-exit.
    exit.

3100-match-items.
    perform 3110-read-item
        thru 3110-exit.
    perform 3120-read-loan
        thru 3120-exit.
    perform 3200-match-one
        thru 3200-exit
        until us-item-eof and us-loan-eof.
3100-exit.
    exit.

3110-read-item.
    read item-file
        at end
            set us-item-eof to true
            move high-values to ir-item-id
            go to 3110-exit
    end-read.
    if ir-generation-control
        go to 3110-read-item
    end-if.
    add 1 to us-item-read-ct.
3110-exit.
    exit.

3120-read-loan.
    read sorted-loan-file
        at end
            set us-loan-eof to true
            move high-values to us-loan-item
        not at end
            move ul-item-id to us-loan-item
    end-read.
3120-exit.
    exit.

*> ---------------------------------------------------------------
*> 3200-match-one - checkouts ahead of the current item are for an
*> item not on the master; otherwise the item's checkouts are
*> counted and the item reported.
*> ---------------------------------------------------------------
3200-match-one.
    if us-loan-item < ir-item-id
        add 1 to us-no-item-ct
        perform 3120-read-loan
            thru 3120-exit
        go to 3200-exit
    end-if.
    move zero to us-lifetime-count.
    move zero to us-recent-count.
    move zero to us-last-checkout-ymd.
    perform 3300-count-one-checkout
        thru 3300-exit
        until us-loan-eof or us-loan-item not = ir-item-id.
    perform 3400-report-one-item
        thru 3400-exit.
    perform 3110-read-item
        thru 3110-exit.
3200-exit.
    exit.

*> checkouts arrive oldest first within the item, so the last one
*> seen is the latest.
3300-count-one-checkout.
    add 1 to us-lifetime-count.
    if ul-checkout-ymd not < us-window-start-ymd
        add 1 to us-recent-count
    end-if.
    if ul-checkout-ymd > us-last-checkout-ymd
        move ul-checkout-ymd to us-last-checkout-ymd
    end-if.
    perform 3120-read-loan
        thru 3120-exit.
3300-exit.
    exit.

*> ---------------------------------------------------------------
*> 3400-report-one-item - usage line for every item, a weeding line
*> for an item not borrowed since the cut-off, and a ranking entry
*> for an item borrowed in the recent window.
*> ---------------------------------------------------------------
3400-report-one-item.
    perform 3450-pick-material-row
        thru 3450-exit.
    move spaces to us-item-line.
    move ir-item-id to il-item-id.
    move ir-title to il-title.
    move ir-author to il-author.
    move us-type-name (us-type-row) to il-type-name.
    move ir-replacement-cost to il-cost.
    move us-lifetime-count to il-lifetime-count.
    move us-recent-count to il-recent-count.
    if us-last-checkout-ymd = zero
        move "NEVER" to il-last-checkout
    else
        move us-last-checkout-ymd to us-ymd-number
        string us-ymd-month delimited by size
               "/" delimited by size
               us-ymd-day delimited by size
               "/" delimited by size
               us-ymd-year delimited by size
            into il-last-checkout
    end-if.
    if ir-item-is-missing
        move "MISSING" to il-note
    end-if.
    write usage-line from us-item-line.
    if us-last-checkout-ymd < us-weed-cutoff-ymd
        write weed-line from us-item-line
        add 1 to us-weed-ct
        add ir-replacement-cost to us-weed-value
        if us-lifetime-count = zero
            add 1 to us-never-ct
        end-if
    end-if.
    if us-recent-count > zero
        move us-type-row to tp-type-row
        move us-recent-count to tp-recent-count
        move us-lifetime-count to tp-lifetime-count
        move ir-item-id to tp-item-id
        move ir-title to tp-title
        move ir-author to tp-author
        move us-last-checkout-ymd to tp-last-checkout-ymd
        release sort-top-record
    end-if.
3400-exit.
    exit.

3450-pick-material-row.
    evaluate true
        when ir-material-is-book
            move 1 to us-type-row
        when ir-material-is-periodical
            move 2 to us-type-row
        when ir-material-is-video
            move 3 to us-type-row
        when other
            move 4 to us-type-row
    end-evaluate.
3450-exit.
    exit.

*> ---------------------------------------------------------------
*> 3900-print-totals
*> ---------------------------------------------------------------
3900-print-totals.
    write usage-line from us-blank-line.
    move us-item-read-ct to ut-item-count.
    move us-no-item-ct to ut-no-item-count.
    write usage-line from us-usage-total-line.
    write weed-line from us-blank-line.
    move us-weed-ct to wt-weed-count.
    move us-never-ct to wt-never-count.
    move us-weed-value to wt-weed-value.
    write weed-line from us-weed-total-line.
3900-exit.
    exit.

*> ---------------------------------------------------------------
*> 4000-print-top-list - the ranking arrives busiest first within
*> material type; only the first us-top-count of each are printed.
*> ---------------------------------------------------------------
4000-print-top-list.
    move us-run-ymd to ht-run-date.
    move us-recent-years to ht-recent-years.
    write top-line from us-top-heading-1.
    perform 4100-return-ranked
        thru 4100-exit
        until us-top-eof.
4000-exit.
    exit.

4100-return-ranked.
    return sort-top-work
        at end
            set us-top-eof to true
            go to 4100-exit
    end-return.
    if tp-type-row not = us-control-type-row
        move tp-type-row to us-control-type-row
        move zero to us-rank
        move us-type-name (tp-type-row) to ht-type-name
        write top-line from us-blank-line
        write top-line from us-top-type-heading
        write top-line from us-top-heading-2
    end-if.
    add 1 to us-rank.
    if us-rank > us-top-count
        go to 4100-exit
    end-if.
    move spaces to us-top-detail-line.
    move us-rank to td-rank.
    move tp-item-id to td-item-id.
    move tp-title to td-title.
    move tp-author to td-author.
    move tp-recent-count to td-recent-count.
    move tp-lifetime-count to td-lifetime-count.
    move tp-last-checkout-ymd to us-ymd-number.
    string us-ymd-month delimited by size
           "/" delimited by size
           us-ymd-day delimited by size
           "/" delimited by size
           us-ymd-year delimited by size
        into td-last-checkout.
    write top-line from us-top-detail-line.
4100-exit.
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
        display "PMUSAGE - " gq-message
        display "PMUSAGE - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    display "PMUSAGE - ITEM RECORDS READ    : " us-item-read-ct.
    display "PMUSAGE - LEDGER RECORDS READ  : " us-ledger-read-ct.
    display "PMUSAGE - HISTORY RECORDS READ : " us-history-read-ct.
    display "PMUSAGE - UNDATED CHECKOUTS    : " us-undated-ct.
    display "PMUSAGE - LOANS NOT ON ITEMM   : " us-no-item-ct.
    display "PMUSAGE - WEEDING CANDIDATES   : " us-weed-ct.
9000-exit.
    exit.
