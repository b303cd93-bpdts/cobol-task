*>     way pmholdps prints pickup notices, for an active patron
*>     whose card expires in exactly the notice window of days -
*>     one notice per card term, on the night the window opens.
*>     a patron who chose email or text (pr-notice-pref) and has a
*>     usable contact for it is sent the notice through the
*>     messaging vendor's outbound extract (MSGOUT, MsgOut.cpy)
*>     instead.
*> a suspended patron's card still ages, but the status stays
*> suspended; the expiry is caught on a later night once the
*> suspension lifts.  every status flip writes the standard
*> modification history
*> date       init  description
*> 2026-08-28 rd    original program.
*> 2026-10-15 rd    send the renewal notice by email or text to a
*>                  patron who asked for it, through the messaging
*>                  vendor's extract (MSGOUT).
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before expiring
*>                  cards, and stamp the new master's header and
*>                  trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmexpire.
    select notice-file
        assign to "EXPNOT"
        organization is line sequential.
*> optional: the first of the night's notice runs finds no extract
*> yet and starts it.
    select optional message-file
        assign to "MSGOUT"
        organization is line sequential.
    select report-file
        assign to "EXPIREO"
        organization is line sequential.
    copy Patron.
fd  new-master-file
    label records are standard.
01  new-master-record               pic X(168).
*> new-master-key-fields exposes, by position only, the same two
*> key fields patron-record carries (pr-patron-number and
*> pr-name-zip-key) so the indexed file's own record description
    05  nmk-patron-number           pic X(06).
    05  filler                      pic X(10).
    05  nmk-name-zip-key            pic X(22).
    05  filler                      pic X(130).
fd  notice-file
    label records are standard.
01  notice-line                     pic X(80).
fd  message-file
    label records are standard.
    copy MsgOut.
fd  report-file
    label records are standard.
01  report-line                     pic X(80).
    05  xp-expired-ct               pic 9(07)  value zero.
    05  xp-notice-ct                pic 9(07)  value zero.
    05  xp-bad-date-ct              pic 9(07)  value zero.
    05  xp-email-ct                 pic 9(07)  value zero.
    05  xp-text-ct                  pic 9(07)  value zero.
01  xp-run-year                     pic 9(04).
01  xp-run-month                    pic 9(02).
01  xp-run-day                      pic 9(02).
01  xp-operator-id                  pic X(08).
01  xp-audit-date                   pic 9(08).
01  xp-audit-time                   pic 9(08).
01  xp-before-image                 pic X(168).
01  xp-run-ymd                      pic 9(08).
01  xp-expire-ymd                   pic 9(08).
01  xp-run-day-number               pic 9(07).
01  xp-expire-day-number            pic 9(07).
01  xp-days-to-expiry               pic s9(07).
01  xp-channel                      pic X(01).
    88  xp-send-by-mail                     value space.
    88  xp-send-by-email                    value "E".
    88  xp-send-by-text                     value "T".
*> --- day-number conversion work areas (see 8000-date-to-days) ---
01  xp-cnv-year                     pic 9(04).
01  xp-cnv-month                    pic 9(02).
    05  nl-state                    pic X(02).
    05  filler                      pic X(01) value spaces.
    05  nl-zip                      pic X(10).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
    perform 8000-date-to-days
        thru 8000-exit.
    move xp-cnv-day-number to xp-run-day-number.
    move "PMEXPIRE" to gq-program-name.
    set gq-once-per-date to true.
    move xp-run-ymd to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    open input  old-master-file
         output new-master-file
                notice-file
                report-file
                audit-file
         extend message-file.
    move "PATRONM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    move xp-run-ymd to hd-run-date.
    write report-line from xp-heading-1.
1000-exit.
    read old-master-file
        at end
            set xp-master-eof to true
            go to 2100-exit
    end-read.
    if pr-generation-control
        go to 2100-read-master
    end-if.
    add 1 to xp-master-read-ct.
2100-exit.
    exit.

    if xp-days-to-expiry not = xp-notice-days
        go to 2500-exit
    end-if.
    perform 2650-edit-expire-date
        thru 2650-exit.
    add 1 to xp-notice-ct.
    perform 2520-choose-channel
        thru 2520-exit.
    if not xp-send-by-mail
        perform 2540-write-message
            thru 2540-exit
        go to 2500-exit
    end-if.
    move pr-patron-number to nl-patron-number.
    move dl-expire-date to nl-expire-date.
    write notice-line from xp-notice-line-1.
    move spaces to nl-name.
    write notice-line from xp-notice-city-line.
    move spaces to notice-line.
    write notice-line.
2500-exit.
    exit.

*> ---------------------------------------------------------------
*> 2520-choose-channel - the patron's preference, as long as the
*> contact it needs is on file and has not bounced; anything else
*> is printed and mailed.
*> ---------------------------------------------------------------
2520-choose-channel.
    move space to xp-channel.
    evaluate true
        when pr-notify-by-email
            if pr-email-address not = spaces
                    and not pr-email-is-bad
                set xp-send-by-email to true
            end-if
        when pr-notify-by-text
            if pr-mobile-number not = spaces
                    and not pr-mobile-is-bad
                set xp-send-by-text to true
            end-if
        when other
            continue
    end-evaluate.
2520-exit.
    exit.

*> ---------------------------------------------------------------
*> 2540-write-message - the renewal notice as one record on the
*> vendor's extract; it names no item.
*> ---------------------------------------------------------------
2540-write-message.
    move spaces to message-out-record.
    move pr-patron-number to mo-recipient-number.
    move xp-channel to mo-channel.
    if xp-send-by-email
        move pr-email-address to mo-address
        add 1 to xp-email-ct
    else
        move pr-mobile-number to mo-address
        add 1 to xp-text-ct
    end-if.
    move "R" to mo-notice-type.
    move xp-run-ymd to mo-notice-date.
    move pr-patron-number to mo-patron-number.
    string pr-first-name delimited by size
           " " delimited by size
           pr-last-name delimited by size
        into mo-recipient-name.
    move dl-expire-date to mo-date-text.
    move "PMEXPIRE" to mo-source-program.
    write message-out-record.
2540-exit.
    exit.

*> ---------------------------------------------------------------
*> 2600-write-audit
*> ---------------------------------------------------------------
                pr-patron-number
            go to 2700-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to xp-master-write-ct.
2700-exit.
    exit.
8100-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is expired.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMEXPIRE - " gq-message
        display "PMEXPIRE - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    move "PATRONM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    close old-master-file
          new-master-file
          notice-file
          message-file
          report-file
          audit-file.
    move "PATRONM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    display "PMEXPIRE - MASTER RECORDS READ : " xp-master-read-ct.
    display "PMEXPIRE - CARDS EXPIRED       : " xp-expired-ct.
    display "PMEXPIRE - RENEWAL NOTICES     : " xp-notice-ct.
    display "PMEXPIRE - SENT BY EMAIL       : " xp-email-ct.
    display "PMEXPIRE - SENT BY TEXT        : " xp-text-ct.
    display "PMEXPIRE - UNREADABLE DATES    : " xp-bad-date-ct.
    perform 9100-write-control-totals
        thru 9100-exit.
