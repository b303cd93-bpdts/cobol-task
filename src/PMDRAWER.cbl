*>     processor and never sit in the drawer.
*> an operator with takings but no keyed count is flagged NOT
*> COUNTED rather than read as twenty dollars short of nothing.
*> the day's totals by tender are also appended to the drawer
*> totals file (DRAWTOT, DrawTot.cpy), the figures the general
*> ledger journal (pmgljrnl) has to agree with.
*>
*> modification history
*> date       init  description
*> 2026-08-31 rd    original program.
*> 2026-10-15 rd    collection agency remittances (agency tender,
*>                  posted by pmagypay) stay out of every drawer
*>                  and print as one line of their own.
*> 2026-10-15 rd    append the day's totals by tender to the drawer
*>                  totals file (DRAWTOT) for the general ledger
*>                  journal (pmgljrnl) to prove against.
*> ---------------------------------------------------------------
identification division.
program-id.    pmdrawer.
    select report-file
        assign to "DRAWERO"
        organization is line sequential.
    select optional total-file
        assign to "DRAWTOT"
        organization is line sequential.

data division.
file section.
fd  report-file
    label records are standard.
01  report-line                     pic X(100).
fd  total-file
    label records are standard.
    copy DrawTot.

working-storage section.
*> --- work areas - drawer balancing ---
    05  dw-selected-ct              pic 9(07)  value zero.
    05  dw-count-read-ct            pic 9(05)  value zero.
    05  dw-operator-ct              pic 9(05)  value zero.
    05  dw-agency-ct                pic 9(05)  value zero.
01  dw-run-date                     pic 9(08).
*> one slot per operator seen on the day's detail or the count
*> file - fifty is far past the size of the desk roster.
01  dw-work-operator                pic X(08).
01  dw-expected-amt                 pic 9(05)v99.
01  dw-over-short                   pic s9(06)v99.
01  dw-agency-amt                   pic 9(07)v99 value zero.
*> the day's totals across every operator, taken before the slot
*> lookup so an operator-table overflow cannot short them.
01  dw-day-totals.
    05  dw-day-cash-amt             pic 9(07)v99 value zero.
    05  dw-day-check-amt            pic 9(07)v99 value zero.
    05  dw-day-card-amt             pic 9(07)v99 value zero.
    05  dw-day-other-amt            pic 9(07)v99 value zero.
    05  dw-day-waiver-amt           pic 9(07)v99 value zero.

01  dw-heading-1.
    05  filler                      pic X(27) value
    05  bl-over-short               pic -ZZ,ZZ9.99.
01  dw-not-counted-line             pic X(44) value
        "  NO DRAWER COUNT KEYED FOR THIS OPERATOR".
01  dw-agency-line.
    05  filler                      pic X(40) value
        "AGENCY REMITTANCES - NOT IN ANY DRAWER  ".
    05  ag-agency-amt               pic Z,ZZZ,ZZ9.99.

procedure division.
*> ---------------------------------------------------------------
        go to 2200-next
    end-if.
    add 1 to dw-selected-ct.
*> money the collection agency remitted never crossed the desk;
*> it is totalled apart so no operator's drawer expects it.
    if fdr-detail-is-payment and fdr-tender-is-agency
        add 1 to dw-agency-ct
        add fdr-amount to dw-agency-amt
        go to 2200-next
    end-if.
    evaluate true
        when fdr-detail-is-waiver
            add fdr-amount to dw-day-waiver-amt
        when fdr-tender-is-cash
            add fdr-amount to dw-day-cash-amt
        when fdr-tender-is-check
            add fdr-amount to dw-day-check-amt
        when fdr-tender-is-card
            add fdr-amount to dw-day-card-amt
        when other
            add fdr-amount to dw-day-other-amt
    end-evaluate.
    move fdr-operator-id to dw-work-operator.
    perform 2500-find-operator-slot
        thru 2500-exit.
    perform 4100-print-one-operator
        thru 4100-exit
        until dw-ix = dw-entry-ct.
    if dw-agency-ct not = zero
        move dw-agency-amt to ag-agency-amt
        write report-line from dw-agency-line
    end-if.
4000-exit.
    exit.

    display "PMDRAWER - RUN DATE TAKINGS    : " dw-selected-ct.
    display "PMDRAWER - DRAWER COUNTS READ  : " dw-count-read-ct.
    display "PMDRAWER - OPERATORS REPORTED  : " dw-operator-ct.
    display "PMDRAWER - AGENCY REMITTANCES  : " dw-agency-ct.
    perform 9100-write-drawer-totals
        thru 9100-exit.
9000-exit.
    exit.

*> ---------------------------------------------------------------
*> 9100-write-drawer-totals - one line per run; a rerun for the
*> same date appends a later line, and the latest one stands.
*> ---------------------------------------------------------------
9100-write-drawer-totals.
    open extend total-file.
    move spaces to drawer-total-record.
    move dw-run-date to dt-run-date.
    accept dt-run-time from time.
    move dw-day-cash-amt to dt-cash-amt.
    move dw-day-check-amt to dt-check-amt.
    move dw-day-card-amt to dt-card-amt.
    move dw-day-other-amt to dt-other-amt.
    move dw-agency-amt to dt-agency-amt.
    move dw-day-waiver-amt to dt-waiver-amt.
    write drawer-total-record.
    close total-file.
9100-exit.
    exit.
