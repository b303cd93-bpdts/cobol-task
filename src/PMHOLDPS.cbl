*> parameter card drop off the queue automatically and are listed
*> on the notice report so the item can go back in circulation.
*>
*> a pickup notice for a recipient who chose email or text
*> (pr-notice-pref) and has a usable contact for it goes to the
*> messaging vendor's outbound extract (MSGOUT, MsgOut.cpy); the
*> trap slip still prints for the desk, noting how the patron was
*> told in place of the mailing address.
*>
*> modification history
*> date       init  description
*> 2026-08-14 rd    original program.
*> 2026-08-24 rd    print the item's title from the new item
*>                  master (pmitmnt) on the pickup notice so the
*>                  desk stops looking titles up by hand.
*> 2026-10-15 rd    refuse a hold on an item the shelf inventory
*>                  (pminvrec) has marked missing.
*> 2026-10-15 rd    a dependent's pickup notice is addressed to
*>                  the guardian on the household file (HOUSEM).
*> 2026-10-15 rd    send the pickup notice by email or text to a
*>                  recipient who asked for it, through the
*>                  messaging vendor's extract (MSGOUT).
*> 2026-10-15 rd    prove the HOLDM, PATRONM and ITEMM generations
*>                  against the generation catalog (pmgenctl)
*>                  before posting, and stamp the new queue's
*>                  header and trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmholdps.
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
    select notice-file
        assign to "HOLDNOT"
        organization is line sequential.
*> optional: the first of the night's notice runs finds no extract
*> yet and starts it.
    select optional message-file
        assign to "MSGOUT"
        organization is line sequential.
    select error-file
        assign to "HOLDE"
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
fd  notice-file
    label records are standard.
01  notice-line                     pic X(80).
fd  message-file
    label records are standard.
    copy MsgOut.
fd  error-file
    label records are standard.
01  error-record.
        88  hp-master-found                 value "Y".
    05  hp-item-found-sw            pic X(01)  value "N".
        88  hp-item-found                   value "Y".
    05  hp-guardian-mail-sw         pic X(01)  value "N".
        88  hp-guardian-mail                value "Y".
01  hp-counters                     comp.
    05  hp-hold-read-ct             pic 9(05)  value zero.
    05  hp-trans-read-ct            pic 9(05)  value zero.
    05  hp-reject-ct                pic 9(05)  value zero.
    05  hp-written-ct               pic 9(05)  value zero.
    05  hp-dropped-ct               pic 9(05)  value zero.
    05  hp-email-ct                 pic 9(05)  value zero.
    05  hp-text-ct                  pic 9(05)  value zero.
*> one item's queue, loaded and worked in first-come order.  the
*> line is capped at fifty waiting patrons - far past anything the
*> desk has seen - and a fifty-first place is rejected rather than
    88  hp-notice-sent                      value "Y".
01  hp-ix                           pic 9(03)  comp value zero.
01  hp-new-seq                      pic 9(03)  comp value zero.
*> --- mail-to address - the patron's own, or the guardian's ---
01  hp-patron-save                  pic X(168).
01  hp-mail-to.
    05  hp-mail-name                pic X(24).
    05  hp-mail-street-address      pic X(20).
    05  hp-mail-city                pic X(14).
    05  hp-mail-state               pic X(02).
    05  hp-mail-zip                 pic X(10).
    05  hp-mail-number              pic X(06).
    05  hp-mail-email-address       pic X(40).
    05  hp-mail-mobile-number       pic X(10).
    05  hp-mail-notice-pref         pic X(01).
    05  hp-mail-email-bad-sw        pic X(01).
    05  hp-mail-mobile-bad-sw       pic X(01).
01  hp-channel                      pic X(01).
    88  hp-send-by-mail                     value space.
    88  hp-send-by-email                    value "E".
    88  hp-send-by-text                     value "T".
01  hp-dependent-name               pic X(24).
01  hp-hold-item                    pic X(08).
01  hp-return-item                  pic X(08).
01  hp-current-item                 pic X(08).
    05  filler                      pic X(04) value "  BY".
    05  filler                      pic X(01) value spaces.
    05  nt-author                   pic X(20).
01  hp-notice-care-line.
    05  filler                      pic X(15) value "  GUARDIAN OF: ".
    05  nt-care-name                pic X(24).
01  hp-notice-sent-line.
    05  filler                      pic X(21) value
        "  PATRON NOTIFIED BY ".
    05  nt-channel-name             pic X(05).
01  hp-notice-line-2.
    05  filler                      pic X(02) value spaces.
    05  nt-name                     pic X(24).
    05  filler                      pic X(18) value
        "  HELD FOR PATRON ".
    05  ag-patron-number            pic X(06).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
    perform 8000-date-to-days
        thru 8000-exit.
    move hp-cnv-day-number to hp-run-day-number.
    move "PMHOLDPS" to gq-program-name.
    compute gq-run-date =
        hp-run-year * 10000 + hp-run-month * 100 + hp-run-day.
    move "HOLDM" to gq-file-name.
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

                sorted-return-file
                old-hold-file
                master-file
                link-file
                item-file
         output new-hold-file
                notice-file
                error-file
         extend message-file.
    move "HOLDM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-hold-record from generation-control-record.
    perform 3100-read-hold
        thru 3100-exit.
    perform 3200-read-trans
    perform 3400-process-one-item
        thru 3400-exit
        until hp-hold-eof and hp-trans-eof and hp-return-eof.
    move "HOLDM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-hold-record from generation-control-record.
    close sorted-trans-file
          sorted-return-file
          old-hold-file
          master-file
          link-file
          item-file
          new-hold-file
          notice-file
          message-file
          error-file.
    move "HOLDM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
3000-exit.
    exit.

        at end
            set hp-hold-eof to true
            move high-values to hp-hold-item
            go to 3100-exit
    end-read.
    if hr-generation-control of hold-record
        go to 3100-read-hold
    end-if.
    add 1 to hp-hold-read-ct.
    move hr-item-id of hold-record to hp-hold-item.
3100-exit.
    exit.


*> ---------------------------------------------------------------
*> 3430-place-hold - append the request behind everyone already in
*> line.  a patron may hold one place per item, and nobody may
*> queue for an item the shelf inventory could not find - the
*> hold would only ever age in the queue.
*> ---------------------------------------------------------------
3430-place-hold.
    perform 3460-find-patron-entry
            thru 3850-exit
        go to 3430-exit
    end-if.
    perform 3545-fetch-item
        thru 3545-exit.
    if hp-item-found and ir-item-is-missing
        move "ITEM MISSING FROM SHELF - HOLD REFUSED"
            to hp-reject-reason
        perform 3850-write-reject
            thru 3850-exit
        go to 3430-exit
    end-if.
    move spaces to hp-work-hold.
    move hp-trans-item to hr-item-id of hp-work-hold.
    move zero to hr-queue-seq of hp-work-hold.
*> 3540-print-notice - the title line comes off the item master;
*> an item not on file (added before the master existed, or a
*> keying error upstream) still gets its notice with the bare id
*> on line one, the way every notice read before the master.  a
*> notice going out by email or text leaves the slip with a line
*> saying so instead of the mailing address.
*> ---------------------------------------------------------------
3540-print-notice.
    move hp-current-item to nt-item-id.
        move ir-author to nt-author
        write notice-line from hp-notice-title-line
    end-if.
    perform 3550-resolve-mail-to
        thru 3550-exit.
    perform 3560-choose-channel
        thru 3560-exit.
    if not hp-send-by-mail
        perform 3570-write-message
            thru 3570-exit
        move spaces to notice-line
        write notice-line
        go to 3540-exit
    end-if.
    if hp-guardian-mail
        move hp-dependent-name to nt-care-name
        write notice-line from hp-notice-care-line
    end-if.
    move hp-mail-name to nt-name.
    write notice-line from hp-notice-line-2.
    move hp-mail-street-address to nt-street-address.
    write notice-line from hp-notice-line-3.
    move hp-mail-city to nt-city.
    move hp-mail-state to nt-state.
    move hp-mail-zip to nt-zip.
    write notice-line from hp-notice-line-4.
    move spaces to notice-line.
    write notice-line.
3545-exit.
    exit.

*> ---------------------------------------------------------------
*> 3550-resolve-mail-to - a dependent on the household file has
*> the pickup notice mailed to the guardian, the child named on
*> it; a guardian gone from the master or closed leaves it at the
*> patron's own address.  the patron record is put back as found.
*> ---------------------------------------------------------------
3550-resolve-mail-to.
    move "N" to hp-guardian-mail-sw.
    move spaces to hp-dependent-name.
    string pr-first-name delimited by size
           " " delimited by size
           pr-last-name delimited by size
        into hp-dependent-name.
    move hp-dependent-name to hp-mail-name.
    move pr-street-address to hp-mail-street-address.
    move pr-city to hp-mail-city.
    move pr-state to hp-mail-state.
    move pr-zip to hp-mail-zip.
    move pr-patron-number to hp-mail-number.
    move pr-email-address to hp-mail-email-address.
    move pr-mobile-number to hp-mail-mobile-number.
    move pr-notice-pref to hp-mail-notice-pref.
    move pr-email-bad-sw to hp-mail-email-bad-sw.
    move pr-mobile-bad-sw to hp-mail-mobile-bad-sw.
    move pr-patron-number to hh-dependent-number.
    read link-file
        invalid key
            go to 3550-exit
    end-read.
    move patron-record to hp-patron-save.
    move hh-guardian-number to pr-patron-number.
    read master-file
        invalid key
            continue
        not invalid key
            if pr-patron-status not = "C"
                set hp-guardian-mail to true
            end-if
    end-read.
    if hp-guardian-mail
        move spaces to hp-mail-name
        string pr-first-name delimited by size
               " " delimited by size
               pr-last-name delimited by size
            into hp-mail-name
        move pr-street-address to hp-mail-street-address
        move pr-city to hp-mail-city
        move pr-state to hp-mail-state
        move pr-zip to hp-mail-zip
        move pr-patron-number to hp-mail-number
        move pr-email-address to hp-mail-email-address
        move pr-mobile-number to hp-mail-mobile-number
        move pr-notice-pref to hp-mail-notice-pref
        move pr-email-bad-sw to hp-mail-email-bad-sw
        move pr-mobile-bad-sw to hp-mail-mobile-bad-sw
    end-if.
    move hp-patron-save to patron-record.
3550-exit.
    exit.

*> ---------------------------------------------------------------
*> 3560-choose-channel - the recipient's preference, as long as
*> the contact it needs is on file and has not bounced; anything
*> else is printed and mailed.
*> ---------------------------------------------------------------
3560-choose-channel.
    move space to hp-channel.
    evaluate hp-mail-notice-pref
        when "E"
            if hp-mail-email-address not = spaces
                    and hp-mail-email-bad-sw not = "B"
                set hp-send-by-email to true
            end-if
        when "T"
            if hp-mail-mobile-number not = spaces
                    and hp-mail-mobile-bad-sw not = "B"
                set hp-send-by-text to true
            end-if
        when other
            continue
    end-evaluate.
3560-exit.
    exit.

*> ---------------------------------------------------------------
*> 3570-write-message - the pickup notice as one record on the
*> vendor's extract, dated the day the item was trapped, and the
*> slip's line saying how the patron was told.
*> ---------------------------------------------------------------
3570-write-message.
    move spaces to message-out-record.
    move hp-mail-number to mo-recipient-number.
    move hp-channel to mo-channel.
    if hp-send-by-email
        move hp-mail-email-address to mo-address
        move "EMAIL" to nt-channel-name
        add 1 to hp-email-ct
    else
        move hp-mail-mobile-number to mo-address
        move "TEXT" to nt-channel-name
        add 1 to hp-text-ct
    end-if.
    move "H" to mo-notice-type.
    compute mo-notice-date =
        hp-run-year * 10000 + hp-run-month * 100 + hp-run-day.
    move hr-patron-number of hp-work-hold to mo-patron-number.
    move hp-current-item to mo-item-id.
    move hp-mail-name to mo-recipient-name.
    if hp-guardian-mail
        move hp-dependent-name to mo-care-name
    end-if.
    if hp-item-found
        move ir-title to mo-title
    end-if.
    string hp-run-month delimited by size
           "/" delimited by size
           hp-run-day delimited by size
           "/" delimited by size
           hp-run-year delimited by size
        into mo-date-text.
    move "PMHOLDPS" to mo-source-program.
    write message-out-record.
    write notice-line from hp-notice-sent-line.
3570-exit.
    exit.

*> ---------------------------------------------------------------
*> 3600-age-off-stale-traps - a trapped hold whose notice has been
*> out longer than the aging window comes off the queue; the item
    move hp-new-seq to hr-queue-seq of hp-work-hold.
    move hp-work-hold to new-hold-record.
    write new-hold-record.
    move "HOLDM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-hold-record.
    add 1 to hp-written-ct.
3710-exit.
    exit.
8100-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is posted.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMHOLDPS - " gq-message
        display "PMHOLDPS - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
    display "PMHOLDPS - HOLDS AGED OFF      : " hp-aged-ct.
    display "PMHOLDPS - REJECTS             : " hp-reject-ct.
    display "PMHOLDPS - HOLDS CARRIED       : " hp-written-ct.
    display "PMHOLDPS - SENT BY EMAIL       : " hp-email-ct.
    display "PMHOLDPS - SENT BY TEXT        : " hp-text-ct.
    perform 9100-write-control-totals
        thru 9100-exit.
9000-exit.
