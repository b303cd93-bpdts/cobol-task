*>   - a first overdue notice once the loan is at least the first
*>     threshold of days past due;
*>   - a second overdue notice once it is at least the second.
*> the overdue thresholds count open days only - a day the
*> patron's branch was closed (the branch calendar, BRCAL) is not
*> a day late, the same way pmfines charges nothing for it.
*> only the highest notice a loan qualifies for is considered, and
*> the standing notice history file (notice-history-record,
*> Notice.cpy), keyed on the loan key and merged against the
*> address from the patron master and the title from the item
*> master, the same way pmholdps prints pickup notices, and a
*> summary of notices produced by type goes to the desk report.
*> a notice whose recipient chose email or text (pr-notice-pref)
*> and has a usable contact for it goes to the messaging vendor's
*> outbound extract (MSGOUT, MsgOut.cpy) instead of being printed.
*>
*> history rows whose loan has closed or left the ledger are
*> dropped as the merge passes them, so the history file does not
*> 2026-08-25 rd    original program.
*> 2026-08-26 rd    no more notices for a loan pmlostcv declared
*>                  lost; the replacement bill speaks for itself.
*> 2026-10-15 rd    a dependent's notice is addressed to the
*>                  guardian on the household file (HOUSEM), with
*>                  the child named on the notice.
*> 2026-10-15 rd    count the overdue thresholds in open days at
*>                  the patron's branch, off the branch calendar
*>                  (BRCAL).
*> 2026-10-15 rd    send a notice by email or text to a recipient
*>                  who asked for it, through the messaging
*>                  vendor's extract (MSGOUT); print only for mail
*>                  or when the contact is blank or has bounced.
*> 2026-10-15 rd    prove the CIRCM, NOTHIST, PATRONM and ITEMM
*>                  generations against the generation catalog
*>                  (pmgenctl) before any notice goes out, and
*>                  stamp the new history's header and trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmnotice.
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
        access mode is dynamic
        record key is ir-item-id.
    select optional calendar-file
        assign to "BRCAL"
        organization is line sequential.
    select notice-file
        assign to "NOTICEO"
        organization is line sequential.
*> optional: the first of the night's notice runs finds no extract
*> yet and starts it.
    select optional message-file
        assign to "MSGOUT"
        organization is line sequential.
    select report-file
        assign to "NOTICER"
        organization is line sequential.
fd  master-file
    label records are standard.
    copy Patron.
fd  link-file
    label records are standard.
    copy Household.
fd  item-file
    label records are standard.
    copy Item.
fd  calendar-file
    label records are standard.
    copy BranchCal.
fd  notice-file
    label records are standard.
01  notice-line                     pic X(80).
fd  message-file
    label records are standard.
    copy MsgOut.
fd  report-file
    label records are standard.
01  report-line                     pic X(80).
        88  ng-master-found                 value "Y".
    05  ng-item-found-sw            pic X(01)  value "N".
        88  ng-item-found                   value "Y".
    05  ng-guardian-mail-sw         pic X(01)  value "N".
        88  ng-guardian-mail                value "Y".
    05  ng-calendar-eof-sw          pic X(01)  value "N".
        88  ng-calendar-eof                 value "Y".
    05  ng-closed-found-sw          pic X(01)  value "N".
        88  ng-closed-found                 value "Y".
    05  ng-courtesy-sent-sw         pic X(01)  value "N".
    05  ng-first-sent-sw            pic X(01)  value "N".
    05  ng-second-sent-sw           pic X(01)  value "N".
    05  ng-first-ct                 pic 9(07)  value zero.
    05  ng-second-ct                pic 9(07)  value zero.
    05  ng-no-patron-ct             pic 9(07)  value zero.
    05  ng-guardian-ct              pic 9(07)  value zero.
    05  ng-email-ct                 pic 9(07)  value zero.
    05  ng-text-ct                  pic 9(07)  value zero.
01  ng-ledger-key.
    05  ng-ledger-key-patron        pic X(06).
    05  ng-ledger-key-item          pic X(08).
    05  ng-history-key-item         pic X(08).
    05  ng-history-key-checkout     pic X(08).
01  ng-target-type                  pic X(01).
*> --- mail-to address - the patron's own, or the guardian's ---
01  ng-patron-save                  pic X(168).
01  ng-mail-to.
    05  ng-mail-name                pic X(24).
    05  ng-mail-street-address      pic X(20).
    05  ng-mail-city                pic X(14).
    05  ng-mail-state               pic X(02).
    05  ng-mail-zip                 pic X(10).
    05  ng-mail-number              pic X(06).
    05  ng-mail-email-address       pic X(40).
    05  ng-mail-mobile-number       pic X(10).
    05  ng-mail-notice-pref         pic X(01).
    05  ng-mail-email-bad-sw        pic X(01).
    05  ng-mail-mobile-bad-sw       pic X(01).
01  ng-channel                      pic X(01).
    88  ng-send-by-mail                     value space.
    88  ng-send-by-email                    value "E".
    88  ng-send-by-text                     value "T".
01  ng-dependent-name               pic X(24).
01  ng-due-text                     pic X(10).
01  ng-run-year                     pic 9(04).
01  ng-run-month                    pic 9(02).
01  ng-run-day                      pic 9(02).
01  ng-run-day-number               pic 9(07).
01  ng-due-day-number               pic 9(07).
01  ng-days-late                    pic s9(07).
01  ng-open-days-late               pic s9(07).
*> the closed days off the branch calendar, as day numbers, with
*> one flag per branch; a date keyed twice has its flags combined.
*> a thousand dates is years of calendar; a full table stops the
*> run rather than counting a closed day as a day late.
01  ng-closed-table.
    05  ng-closed-entry occurs 1000 times.
        10  ng-closed-day-number    pic 9(07).
        10  ng-closed-branch-sw occurs 3 times
                                    pic X(01).
01  ng-closed-ct                    pic 9(04)  comp value zero.
01  ng-closed-ix                    pic 9(04)  comp value zero.
01  ng-branch-ix                    pic 9(02)  comp value zero.
*> --- day-number conversion work areas (see 8000-date-to-days) ---
01  ng-cnv-year                     pic 9(04).
01  ng-cnv-month                    pic 9(02).
01  ng-notice-due-line.
    05  filler                      pic X(06) value "  DUE ".
    05  nl-due-date                 pic X(10).
01  ng-notice-care-line.
    05  filler                      pic X(15) value "  GUARDIAN OF: ".
    05  nl-care-name                pic X(24).
01  ng-notice-name-line.
    05  filler                      pic X(02) value spaces.
    05  nl-name                     pic X(24).
01  ng-report-line.
    05  rl-type-name                pic X(20).
    05  rl-count                    pic ZZZ,ZZ9.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
    perform 8000-date-to-days
        thru 8000-exit.
    move ng-cnv-day-number to ng-run-day-number.
    perform 1300-load-calendar
        thru 1300-exit.
    move "PMNOTICE" to gq-program-name.
    set gq-once-per-date to true.
    move ng-run-ymd to gq-run-date.
    move "CIRCM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "NOTHIST" to gq-file-name.
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
    open input  ledger-file
                old-history-file
                master-file
                link-file
                item-file
         output new-history-file
                notice-file
                report-file
                error-file
         extend message-file.
    move "NOTHIST" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-history-record from generation-control-record.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 1300-load-calendar - the closed days, as day numbers.  an
*> unreadable date stops the run; no calendar at all means no
*> closings.
*> ---------------------------------------------------------------
1300-load-calendar.
    open input calendar-file.
    perform 1350-load-one-closed-day
        thru 1350-exit
        until ng-calendar-eof.
    close calendar-file.
1300-exit.
    exit.

1350-load-one-closed-day.
    read calendar-file
        at end
            set ng-calendar-eof to true
            go to 1350-exit
    end-read.
    if bc-closed-date not numeric
            or bc-closed-month < 1 or bc-closed-month > 12
            or bc-closed-day < 1 or bc-closed-day > 31
        display "PMNOTICE - UNREADABLE BRANCH CALENDAR DATE: "
                bc-closed-date
        display "PMNOTICE - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
    move bc-closed-year to ng-cnv-year.
    move bc-closed-month to ng-cnv-month.
    move bc-closed-day to ng-cnv-day.
    perform 8000-date-to-days
        thru 8000-exit.
    move "N" to ng-closed-found-sw.
    move zero to ng-closed-ix.
    perform 1360-check-one-closed-date
        thru 1360-exit
        until ng-closed-found or ng-closed-ix = ng-closed-ct.
    if not ng-closed-found
        if ng-closed-ct = 1000
            display "PMNOTICE - BRANCH CALENDAR TABLE FULL - "
                    "RUN ABANDONED"
            move 8 to return-code
            stop run
        end-if
        add 1 to ng-closed-ct
        move ng-closed-ct to ng-closed-ix
        move ng-cnv-day-number to ng-closed-day-number (ng-closed-ix)
        move spaces to ng-closed-branch-sw (ng-closed-ix, 1)
                       ng-closed-branch-sw (ng-closed-ix, 2)
                       ng-closed-branch-sw (ng-closed-ix, 3)
    end-if.
    if bc-branch-is-closed (1)
        move "C" to ng-closed-branch-sw (ng-closed-ix, 1)
    end-if.
    if bc-branch-is-closed (2)
        move "C" to ng-closed-branch-sw (ng-closed-ix, 2)
    end-if.
    if bc-branch-is-closed (3)
        move "C" to ng-closed-branch-sw (ng-closed-ix, 3)
    end-if.
1350-exit.
    exit.

1360-check-one-closed-date.
    add 1 to ng-closed-ix.
    if ng-closed-day-number (ng-closed-ix) = ng-cnv-day-number
        set ng-closed-found to true
    end-if.
1360-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-process-loans - balanced merge of the ledger against the
*> notice history, both in loan-key order.
        at end
            set ng-ledger-eof to true
            move high-values to ng-ledger-key
            go to 2100-exit
    end-read.
    if cr-generation-control
        go to 2100-read-ledger
    end-if.
    add 1 to ng-ledger-read-ct.
    move cr-patron-number to ng-ledger-key-patron.
    move cr-item-id to ng-ledger-key-item.
    move cr-checkout-date to ng-ledger-key-checkout.
2100-exit.
    exit.

        at end
            set ng-history-eof to true
            move high-values to ng-history-key
            go to 2200-exit
    end-read.
    if nh-generation-control of ng-work-history
        go to 2200-read-history
    end-if.
    add 1 to ng-history-read-ct.
    move nh-patron-number of ng-work-history
        to ng-history-key-patron.
    move nh-item-id of ng-work-history
        to ng-history-key-item.
    move nh-checkout-date of ng-work-history
        to ng-history-key-checkout.
2200-exit.
    exit.

    end-evaluate.
    move ng-work-history to new-history-record.
    write new-history-record.
    move "NOTHIST" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-history-record.
    add 1 to ng-history-write-ct.
    perform 2200-read-history
        thru 2200-exit.
*> threshold between runs gets the notice its age calls for now,
*> not the whole ladder.  the same readability guard pmfines and
*> pmsuspnd apply - a loan those jobs cannot date gets no notice.
*> an overdue loan's age against the thresholds is its open days
*> late (see 2450-count-open-days); the courtesy window ahead of
*> the due date stays in calendar days.
*> ---------------------------------------------------------------
2400-decide-notice.
    move space to ng-target-type.
        thru 8000-exit.
    move ng-cnv-day-number to ng-due-day-number.
    compute ng-days-late = ng-run-day-number - ng-due-day-number.
    move ng-days-late to ng-open-days-late.
    if ng-days-late > zero
        perform 2450-count-open-days
            thru 2450-exit
    end-if.
    evaluate true
        when ng-open-days-late >= ng-second-days
            if ng-second-sent-sw = "N"
                move "2" to ng-target-type
            end-if
        when ng-open-days-late >= ng-first-days
            if ng-first-sent-sw = "N"
                move "1" to ng-target-type
            end-if
    exit.

*> ---------------------------------------------------------------
*> 2450-count-open-days - take off ng-open-days-late every closed
*> day at the patron's branch after the due date, up to and
*> including the run date.  a patron with no branch of their own,
*> or gone from the master, is only held to days every branch was
*> shut.
*> ---------------------------------------------------------------
2450-count-open-days.
    perform 2550-fetch-patron
        thru 2550-exit.
    move 4 to ng-branch-ix.
    if ng-master-found
        evaluate pr-branch-code
            when "01"
                move 1 to ng-branch-ix
            when "02"
                move 2 to ng-branch-ix
            when "03"
                move 3 to ng-branch-ix
            when other
                continue
        end-evaluate
    end-if.
    move zero to ng-closed-ix.
    perform 2460-check-one-closed-day
        thru 2460-exit
        until ng-closed-ix = ng-closed-ct.
2450-exit.
    exit.

2460-check-one-closed-day.
    add 1 to ng-closed-ix.
    if ng-closed-day-number (ng-closed-ix) not > ng-due-day-number
            or ng-closed-day-number (ng-closed-ix)
                > ng-run-day-number
        go to 2460-exit
    end-if.
    if ng-branch-ix < 4
        if ng-closed-branch-sw (ng-closed-ix, ng-branch-ix) not = "C"
            go to 2460-exit
        end-if
    else
        if ng-closed-branch-sw (ng-closed-ix, 1) not = "C"
                or ng-closed-branch-sw (ng-closed-ix, 2) not = "C"
                or ng-closed-branch-sw (ng-closed-ix, 3) not = "C"
            go to 2460-exit
        end-if
    end-if.
    subtract 1 from ng-open-days-late.
2460-exit.
    exit.

*> ---------------------------------------------------------------
*> 2500-send-notice - print the notice, or hand it to the
*> messaging vendor, and append its history record so tomorrow's
*> run skips it.  a loan whose patron has dropped off the master
*> cannot be notified; reported rather than silently skipped, the
*> same as an orphan loan in pmfines.
*> ---------------------------------------------------------------
2500-send-notice.
    perform 2550-fetch-patron
        add 1 to ng-no-patron-ct
        go to 2500-exit
    end-if.
    perform 2650-fetch-item
        thru 2650-exit.
    perform 2700-resolve-mail-to
        thru 2700-exit.
    perform 2750-choose-channel
        thru 2750-exit.
    move spaces to ng-due-text.
    string cr-due-month delimited by size
           "/" delimited by size
           cr-due-day delimited by size
           "/" delimited by size
           cr-due-year delimited by size
        into ng-due-text.
    if ng-send-by-mail
        perform 2600-print-notice
            thru 2600-exit
    else
        perform 2620-write-message
            thru 2620-exit
    end-if.
    move spaces to ng-work-history.
    move cr-patron-number to nh-patron-number of ng-work-history.
    move cr-item-id to nh-item-id of ng-work-history.
    move ng-run-ymd to nh-notice-date of ng-work-history.
    move ng-work-history to new-history-record.
    write new-history-record.
    move "NOTHIST" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-history-record.
    add 1 to ng-history-write-ct.
    evaluate ng-target-type
        when "C"
    move cr-item-id to nl-item-id.
    move cr-patron-number to nl-patron-number.
    write notice-line from ng-notice-line-1.
    if ng-item-found
        move ir-title to nl-title
        write notice-line from ng-notice-title-line
    end-if.
    move ng-due-text to nl-due-date.
    write notice-line from ng-notice-due-line.
    if ng-guardian-mail
        move ng-dependent-name to nl-care-name
        write notice-line from ng-notice-care-line
    end-if.
    move ng-mail-name to nl-name.
    write notice-line from ng-notice-name-line.
    move ng-mail-street-address to nl-street-address.
    write notice-line from ng-notice-street-line.
    move ng-mail-city to nl-city.
    move ng-mail-state to nl-state.
    move ng-mail-zip to nl-zip.
    write notice-line from ng-notice-city-line.
    move spaces to notice-line.
    write notice-line.
2600-exit.
    exit.

*> ---------------------------------------------------------------
*> 2620-write-message - the notice as one record on the vendor's
*> extract, carrying everything the printed notice would have said
*> so a bounced message can still be printed from it (pmmsgbnc).
*> ---------------------------------------------------------------
2620-write-message.
    move spaces to message-out-record.
    move ng-mail-number to mo-recipient-number.
    move ng-channel to mo-channel.
    if ng-send-by-email
        move ng-mail-email-address to mo-address
        add 1 to ng-email-ct
    else
        move ng-mail-mobile-number to mo-address
        add 1 to ng-text-ct
    end-if.
    move ng-target-type to mo-notice-type.
    move ng-run-ymd to mo-notice-date.
    move cr-patron-number to mo-patron-number.
    move cr-item-id to mo-item-id.
    move ng-mail-name to mo-recipient-name.
    if ng-guardian-mail
        move ng-dependent-name to mo-care-name
    end-if.
    if ng-item-found
        move ir-title to mo-title
    end-if.
    move ng-due-text to mo-date-text.
    move "PMNOTICE" to mo-source-program.
    write message-out-record.
2620-exit.
    exit.

2650-fetch-item.
    move "N" to ng-item-found-sw.
    move cr-item-id to ir-item-id.
2650-exit.
    exit.

*> ---------------------------------------------------------------
*> 2700-resolve-mail-to - a dependent on the household file has
*> its notices mailed to the guardian, who answers for the card;
*> the child is named on the notice.  a guardian gone from the
*> master or closed leaves the notice at the patron's own address.
*> the patron record is put back as it was for the caller.
*> ---------------------------------------------------------------
2700-resolve-mail-to.
    move "N" to ng-guardian-mail-sw.
    move spaces to ng-dependent-name.
    string pr-first-name delimited by size
           " " delimited by size
           pr-last-name delimited by size
        into ng-dependent-name.
    move ng-dependent-name to ng-mail-name.
    move pr-street-address to ng-mail-street-address.
    move pr-city to ng-mail-city.
    move pr-state to ng-mail-state.
    move pr-zip to ng-mail-zip.
    move pr-patron-number to ng-mail-number.
    move pr-email-address to ng-mail-email-address.
    move pr-mobile-number to ng-mail-mobile-number.
    move pr-notice-pref to ng-mail-notice-pref.
    move pr-email-bad-sw to ng-mail-email-bad-sw.
    move pr-mobile-bad-sw to ng-mail-mobile-bad-sw.
    move pr-patron-number to hh-dependent-number.
    read link-file
        invalid key
            go to 2700-exit
    end-read.
    move patron-record to ng-patron-save.
    move hh-guardian-number to pr-patron-number.
    read master-file
        invalid key
            continue
        not invalid key
            if pr-patron-status not = "C"
                set ng-guardian-mail to true
            end-if
    end-read.
    if ng-guardian-mail
        add 1 to ng-guardian-ct
        move spaces to ng-mail-name
        string pr-first-name delimited by size
               " " delimited by size
               pr-last-name delimited by size
            into ng-mail-name
        move pr-street-address to ng-mail-street-address
        move pr-city to ng-mail-city
        move pr-state to ng-mail-state
        move pr-zip to ng-mail-zip
        move pr-patron-number to ng-mail-number
        move pr-email-address to ng-mail-email-address
        move pr-mobile-number to ng-mail-mobile-number
        move pr-notice-pref to ng-mail-notice-pref
        move pr-email-bad-sw to ng-mail-email-bad-sw
        move pr-mobile-bad-sw to ng-mail-mobile-bad-sw
    end-if.
    move ng-patron-save to patron-record.
2700-exit.
    exit.

*> ---------------------------------------------------------------
*> 2750-choose-channel - the recipient's preference, as long as
*> the contact it needs is on file and has not bounced; anything
*> else is printed and mailed.
*> ---------------------------------------------------------------
2750-choose-channel.
    move space to ng-channel.
    evaluate ng-mail-notice-pref
        when "E"
            if ng-mail-email-address not = spaces
                    and ng-mail-email-bad-sw not = "B"
                set ng-send-by-email to true
            end-if
        when "T"
            if ng-mail-mobile-number not = spaces
                    and ng-mail-mobile-bad-sw not = "B"
                set ng-send-by-text to true
            end-if
        when other
            continue
    end-evaluate.
2750-exit.
    exit.

*> ---------------------------------------------------------------
*> 2800-drop-orphan-history - a history row whose loan is no
*> longer on the ledger (closed and archived, or closed tonight)
8100-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is sent.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMNOTICE - " gq-message
        display "PMNOTICE - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate - the summary report of notices by type, the
*> log counters, and the control totals for the history file's
    move "PATRON NOT ON MASTER" to rl-type-name.
    move ng-no-patron-ct to rl-count.
    write report-line from ng-report-line.
    move "SENT BY EMAIL       " to rl-type-name.
    move ng-email-ct to rl-count.
    write report-line from ng-report-line.
    move "SENT BY TEXT        " to rl-type-name.
    move ng-text-ct to rl-count.
    write report-line from ng-report-line.
    move "NOTHIST" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-history-record from generation-control-record.
    close ledger-file
          old-history-file
          master-file
          link-file
          item-file
          new-history-file
          notice-file
          message-file
          report-file
          error-file.
    move "NOTHIST" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    display "PMNOTICE - LEDGER RECORDS READ : " ng-ledger-read-ct.
    display "PMNOTICE - HISTORY RECORDS READ: " ng-history-read-ct.
    display "PMNOTICE - COURTESY NOTICES    : " ng-courtesy-ct.
    display "PMNOTICE - SECOND OVERDUE      : " ng-second-ct.
    display "PMNOTICE - HISTORY ROWS DROPPED: " ng-history-drop-ct.
    display "PMNOTICE - PATRONS NOT ON FILE : " ng-no-patron-ct.
    display "PMNOTICE - MAILED TO GUARDIAN  : " ng-guardian-ct.
    display "PMNOTICE - SENT BY EMAIL       : " ng-email-ct.
    display "PMNOTICE - SENT BY TEXT        : " ng-text-ct.
    perform 9100-write-control-totals
        thru 9100-exit.
9000-exit.
