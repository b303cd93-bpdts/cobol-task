*> ---------------------------------------------------------------
*> pmmsgbnc - messaging vendor bounce import
*>
*> the notice runs (pmnotice, pmholdps, pmexpire) hand every notice
*> whose recipient chose email or text to the messaging vendor on
*> the outbound extract (MsgOut.cpy).  the vendor sends back a
*> daily file (MSGBNC, MsgBnc.cpy) of the messages it could not
*> deliver, each echoing the record it was sent.  this run posts
*> that file against the patron master in the same balanced-line
*> shape as pmagypay:
*>   - every bounced notice is printed (MSGPRTO) for the next
*>     night's mail, addressed from the recipient's master record
*>     as it stands today, in the same shape the notice runs print
*>     - the patron still hears from us, a day late;
*>   - the address the message failed on is flagged bad on the
*>     recipient (pr-email-bad-sw or pr-mobile-bad-sw), so the
*>     notice runs print that recipient's notices from then on
*>     until the desk keys a new address through pmmaint.  an
*>     address already changed since the message went out is not
*>     flagged - the new one has not failed;
*>   - every address flagged, or left alone because it changed,
*>     is listed on the desk report (MSGBNCR) for follow-up.
*> a bounce for a recipient no longer on the master cannot be
*> addressed and is rejected to the error file.  every patron whose
*> record changes gets the standard before/after audit entry.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before posting,
*>                  and stamp the new master's header and trailer.
*> ---------------------------------------------------------------
identification division.
program-id.    pmmsgbnc.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select trans-file
        assign to "MSGBNC"
        organization is line sequential.
    select sort-work-file
        assign to "SORTWK1".
    select sorted-trans-file
        assign to "MSGBNCS"
        organization is line sequential.
    select old-master-file
        assign to "PATRONM"
        organization is indexed
        access mode is sequential
        record key is pr-patron-number
        alternate record key is pr-name-zip-key
            with duplicates.
    select new-master-file
        assign to "PATRONMN"
        organization is indexed
        access mode is sequential
        record key is nmk-patron-number
        alternate record key is nmk-name-zip-key
            with duplicates.
    select notice-file
        assign to "MSGPRTO"
        organization is line sequential.
    select report-file
        assign to "MSGBNCR"
        organization is line sequential.
    select error-file
        assign to "MSGBNCE"
        organization is line sequential.
    select parm-file
        assign to "MSGBNCP"
        organization is line sequential.
    select audit-file
        assign to "PATRONA"
        organization is line sequential.
    select optional control-file
        assign to "CTLTOT"
        organization is line sequential.

data division.
file section.
fd  trans-file
    label records are standard.
    copy MsgBnc.
sd  sort-work-file.
*> the recipient number leads the echoed outbound record, so it
*> leads the bounce record too.
01  sort-bounce-record.
    05  sr-recipient-number         pic X(06).
    05  filler                      pic X(214).
fd  sorted-trans-file
    label records are standard.
01  sorted-bounce-record            pic X(220).
fd  old-master-file
    label records are standard.
    copy Patron.
fd  new-master-file
    label records are standard.
01  new-master-record               pic X(168).
*> new-master-key-fields exposes, by position only, the same two
*> key fields patron-record carries (pr-patron-number and
*> pr-name-zip-key) so the indexed file's own record description
*> can supply the keys in file-control - without re-declaring every
*> patron-record field a second time under this file.
01  new-master-key-fields redefines new-master-record.
    05  nmk-patron-number           pic X(06).
    05  filler                      pic X(10).
    05  nmk-name-zip-key            pic X(22).
    05  filler                      pic X(130).
fd  notice-file
    label records are standard.
01  notice-line                     pic X(80).
fd  report-file
    label records are standard.
01  report-line                     pic X(120).
fd  error-file
    label records are standard.
01  error-record.
    05  be-recipient-number         pic X(06).
    05  filler                      pic X(02).
    05  be-patron-number            pic X(06).
    05  filler                      pic X(02).
    05  be-notice-type              pic X(01).
    05  filler                      pic X(02).
    05  be-reason                   pic X(40).
fd  parm-file
    label records are standard.
01  parm-record.
    05  pp-job-name                 pic X(08).
    05  pp-operator-id              pic X(08).
    05  pp-run-date                 pic X(08).
    05  filler                      pic X(56).
fd  audit-file
    label records are standard.
    copy PatronAud.
fd  control-file
    label records are standard.
    copy CtlTot.

working-storage section.
*> --- work areas - bounce import ---
    copy MsgBnc
        replacing ==message-bounce-record== by ==bn-bounce-record==.
*> the echoed outbound record, unpacked.
    copy MsgOut
        replacing ==message-out-record== by ==bn-message==.
01  bn-switches.
    05  bn-master-eof-sw            pic X(01)  value "N".
        88  bn-master-eof                   value "Y".
    05  bn-trans-eof-sw             pic X(01)  value "N".
        88  bn-trans-eof                    value "Y".
    05  bn-patron-changed-sw        pic X(01)  value "N".
        88  bn-patron-changed               value "Y".
01  bn-counters                     comp.
    05  bn-master-read-ct           pic 9(07)  value zero.
    05  bn-master-write-ct          pic 9(07)  value zero.
    05  bn-trans-read-ct            pic 9(07)  value zero.
    05  bn-printed-ct               pic 9(05)  value zero.
    05  bn-email-flag-ct            pic 9(05)  value zero.
    05  bn-mobile-flag-ct           pic 9(05)  value zero.
    05  bn-changed-addr-ct          pic 9(05)  value zero.
    05  bn-reject-ct                pic 9(05)  value zero.
    05  bn-patron-update-ct         pic 9(05)  value zero.
01  bn-recipient-number             pic X(06).
01  bn-compare-address              pic X(40).
01  bn-report-action                pic X(28).
01  bn-reject-reason                pic X(40).
01  bn-job-name                     pic X(08).
01  bn-operator-id                  pic X(08).
01  bn-audit-date                   pic 9(08).
01  bn-ctl-run-date                 pic 9(08)  value zero.
01  bn-audit-time                   pic 9(08).
01  bn-before-image                 pic X(168).

01  bn-notice-line-1.
    05  nl-notice-label             pic X(18).
    05  nl-item-id                  pic X(08).
    05  filler                      pic X(09) value "  PATRON ".
    05  nl-patron-number            pic X(06).
01  bn-notice-title-line.
    05  filler                      pic X(02) value spaces.
    05  nl-title                    pic X(30).
01  bn-notice-date-line.
    05  nl-date-label               pic X(14).
    05  nl-date-text                pic X(10).
01  bn-notice-care-line.
    05  filler                      pic X(15) value "  GUARDIAN OF: ".
    05  nl-care-name                pic X(24).
01  bn-notice-name-line.
    05  filler                      pic X(02) value spaces.
    05  nl-name                     pic X(24).
01  bn-notice-street-line.
    05  filler                      pic X(02) value spaces.
    05  nl-street-address           pic X(20).
01  bn-notice-city-line.
    05  filler                      pic X(02) value spaces.
    05  nl-city                     pic X(14).
    05  filler                      pic X(01) value spaces.
    05  nl-state                    pic X(02).
    05  filler                      pic X(01) value spaces.
    05  nl-zip                      pic X(10).

01  bn-heading-1.
    05  filler                      pic X(33) value
        "UNDELIVERABLE ADDRESSES FOR DESK ".
    05  hd-run-date                 pic 9(08).
01  bn-heading-2.
    05  filler                      pic X(08) value "PATRON".
    05  filler                      pic X(26) value "NAME".
    05  filler                      pic X(07) value "BY".
    05  filler                      pic X(42) value "ADDRESS".
    05  filler                      pic X(28) value "FAILURE / ACTION".
01  bn-detail-line.
    05  dl-patron-number            pic X(06).
    05  filler                      pic X(02) value spaces.
    05  dl-name                     pic X(24).
    05  filler                      pic X(02) value spaces.
    05  dl-channel                  pic X(05).
    05  filler                      pic X(02) value spaces.
    05  dl-address                  pic X(40).
    05  filler                      pic X(02) value spaces.
    05  dl-action                   pic X(28).
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
*> 0000-main-line
*> ---------------------------------------------------------------
0000-main-line.
    perform 1000-initialize
        thru 1000-exit.
    perform 2000-sort-transactions
        thru 2000-exit.
    perform 3000-post-bounces
        thru 3000-exit.
    perform 9000-terminate
        thru 9000-exit.
    stop run.

*> ---------------------------------------------------------------
*> 1000-initialize
*> ---------------------------------------------------------------
1000-initialize.
    open input parm-file.
    read parm-file
        at end
            move spaces to pp-job-name
                           pp-operator-id
    end-read.
    close parm-file.
    move pp-job-name to bn-job-name.
    move pp-operator-id to bn-operator-id.
    accept bn-audit-date from date yyyymmdd.
    accept bn-audit-time from time.
*> control totals carry the business date from the card when one
*> is supplied, the calendar date otherwise (see pmbalnce).
    if pp-run-date numeric and pp-run-date not = "00000000"
        move pp-run-date to bn-ctl-run-date
    else
        move bn-audit-date to bn-ctl-run-date
    end-if.
    move "PMMSGBNC" to gq-program-name.
    move bn-ctl-run-date to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-sort-transactions - sequence the bounces into recipient
*> order to match the master sequence, keeping the vendor's order
*> within a recipient.
*> ---------------------------------------------------------------
2000-sort-transactions.
    sort sort-work-file
        on ascending key sr-recipient-number
        with duplicates in order
        using trans-file
        giving sorted-trans-file.
2000-exit.
    exit.

*> ---------------------------------------------------------------
*> 3000-post-bounces - balanced-line match of the sorted bounces
*> against the old master, writing the new master generation.
*> ---------------------------------------------------------------
3000-post-bounces.
    open input  sorted-trans-file
                old-master-file
         output new-master-file
                notice-file
                report-file
                error-file
                audit-file.
    move "PATRONM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    move bn-ctl-run-date to hd-run-date.
    write report-line from bn-heading-1.
    write report-line from bn-heading-2.
    perform 3100-read-master
        thru 3100-exit.
    perform 3200-read-trans
        thru 3200-exit.
    perform 3300-match-process
        thru 3300-exit
        until bn-master-eof and bn-trans-eof.
    move "PATRONM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    close sorted-trans-file
          old-master-file
          new-master-file
          notice-file
          report-file
          error-file
          audit-file.
    move "PATRONM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
3000-exit.
    exit.

3100-read-master.
    read old-master-file
        at end
            set bn-master-eof to true
            move high-values to pr-patron-number
            go to 3100-exit
    end-read.
    if pr-generation-control
        go to 3100-read-master
    end-if.
    add 1 to bn-master-read-ct.
3100-exit.
    exit.

3200-read-trans.
    read sorted-trans-file into bn-bounce-record
        at end
            set bn-trans-eof to true
            move high-values to bn-recipient-number
        not at end
            add 1 to bn-trans-read-ct
            move mb-message-out of bn-bounce-record to bn-message
            move mo-recipient-number to bn-recipient-number
    end-read.
3200-exit.
    exit.

*> ---------------------------------------------------------------
*> 3300-match-process - all of a recipient's bounces are applied
*> before the record is written forward; the audit entry covers
*> them in one entry.
*> ---------------------------------------------------------------
3300-match-process.
    evaluate true
        when bn-master-eof
            move "BOUNCE FOR UNKNOWN PATRON - NOT PRINTED"
                to bn-reject-reason
            perform 3800-write-reject
                thru 3800-exit
            perform 3200-read-trans
                thru 3200-exit
        when bn-trans-eof
            perform 3900-write-master
                thru 3900-exit
            perform 3100-read-master
                thru 3100-exit
        when bn-recipient-number < pr-patron-number
            move "BOUNCE FOR UNKNOWN PATRON - NOT PRINTED"
                to bn-reject-reason
            perform 3800-write-reject
                thru 3800-exit
            perform 3200-read-trans
                thru 3200-exit
        when bn-recipient-number > pr-patron-number
            perform 3900-write-master
                thru 3900-exit
            perform 3100-read-master
                thru 3100-exit
        when other
            perform 3350-apply-patron-group
                thru 3350-exit
            perform 3900-write-master
                thru 3900-exit
            perform 3100-read-master
                thru 3100-exit
    end-evaluate.
3300-exit.
    exit.

*> ---------------------------------------------------------------
*> 3350-apply-patron-group - apply every bounce for the recipient
*> now in hand, then audit the net change once.
*> ---------------------------------------------------------------
3350-apply-patron-group.
    move patron-record to bn-before-image.
    move "N" to bn-patron-changed-sw.
    perform 3400-apply-bounce
        thru 3400-exit
        until bn-trans-eof
            or bn-recipient-number not = pr-patron-number.
    if bn-patron-changed
        add 1 to bn-patron-update-ct
        perform 3700-write-audit
            thru 3700-exit
    end-if.
3350-exit.
    exit.

*> ---------------------------------------------------------------
*> 3400-apply-bounce - flag the address the message failed on if
*> it is still the one on file, then print the notice.  a second
*> bounce on an address already flagged today is printed without
*> a second report line.
*> ---------------------------------------------------------------
3400-apply-bounce.
    move spaces to bn-report-action.
    evaluate true
        when mo-sent-by-email
            if mo-address not = pr-email-address
                move "ADDRESS SINCE CHANGED" to bn-report-action
                add 1 to bn-changed-addr-ct
            else
                if not pr-email-is-bad
                    set pr-email-is-bad to true
                    set bn-patron-changed to true
                    move mb-failure-text of bn-bounce-record
                        to bn-report-action
                    add 1 to bn-email-flag-ct
                end-if
            end-if
        when mo-sent-by-text
            move pr-mobile-number to bn-compare-address
            if mo-address not = bn-compare-address
                move "NUMBER SINCE CHANGED" to bn-report-action
                add 1 to bn-changed-addr-ct
            else
                if not pr-mobile-is-bad
                    set pr-mobile-is-bad to true
                    set bn-patron-changed to true
                    move mb-failure-text of bn-bounce-record
                        to bn-report-action
                    add 1 to bn-mobile-flag-ct
                end-if
            end-if
        when other
            continue
    end-evaluate.
    if bn-report-action not = spaces
        perform 3450-write-report-line
            thru 3450-exit
    end-if.
    perform 3500-print-notice
        thru 3500-exit.
    perform 3200-read-trans
        thru 3200-exit.
3400-exit.
    exit.

3450-write-report-line.
    move pr-patron-number to dl-patron-number.
    move spaces to dl-name.
    string pr-first-name delimited by size
           " " delimited by size
           pr-last-name delimited by size
        into dl-name.
    if mo-sent-by-email
        move "EMAIL" to dl-channel
    else
        move "TEXT" to dl-channel
    end-if.
    move mo-address to dl-address.
    move bn-report-action to dl-action.
    write report-line from bn-detail-line.
3450-exit.
    exit.

*> ---------------------------------------------------------------
*> 3500-print-notice - the bounced notice in the shape the run
*> that made it prints: what and why, then the recipient's mailing
*> address off today's master.
*> ---------------------------------------------------------------
3500-print-notice.
    evaluate true
        when mo-courtesy-notice
            move "COURTESY NOTICE:  " to nl-notice-label
            move "  DUE " to nl-date-label
        when mo-first-overdue
            move "OVERDUE NOTICE 1: " to nl-notice-label
            move "  DUE " to nl-date-label
        when mo-second-overdue
            move "OVERDUE NOTICE 2: " to nl-notice-label
            move "  DUE " to nl-date-label
        when mo-hold-pickup
            move "HOLD READY:       " to nl-notice-label
            move "  HELD SINCE " to nl-date-label
        when other
            move "CARD RENEWAL DUE: " to nl-notice-label
            move "  EXPIRES " to nl-date-label
    end-evaluate.
    move mo-item-id to nl-item-id.
    move mo-patron-number to nl-patron-number.
    write notice-line from bn-notice-line-1.
    if mo-title not = spaces
        move mo-title to nl-title
        write notice-line from bn-notice-title-line
    end-if.
    move mo-date-text to nl-date-text.
    write notice-line from bn-notice-date-line.
    if mo-care-name not = spaces
        move mo-care-name to nl-care-name
        write notice-line from bn-notice-care-line
    end-if.
    move spaces to nl-name.
    string pr-first-name delimited by size
           " " delimited by size
           pr-last-name delimited by size
        into nl-name.
    write notice-line from bn-notice-name-line.
    move pr-street-address to nl-street-address.
    write notice-line from bn-notice-street-line.
    move pr-city to nl-city.
    move pr-state to nl-state.
    move pr-zip to nl-zip.
    write notice-line from bn-notice-city-line.
    move spaces to notice-line.
    write notice-line.
    add 1 to bn-printed-ct.
3500-exit.
    exit.

*> ---------------------------------------------------------------
*> 3700-write-audit
*> ---------------------------------------------------------------
3700-write-audit.
    move spaces to patron-audit-record.
    move pr-patron-number to par-patron-number.
    move "C" to par-change-type.
    move bn-audit-date to par-audit-date.
    move bn-audit-time to par-audit-time.
    move bn-job-name to par-job-name.
    move bn-operator-id to par-operator-id.
    move bn-before-image to par-before-image.
    move patron-record to par-after-image.
    write patron-audit-record.
3700-exit.
    exit.

*> ---------------------------------------------------------------
*> 3800-write-reject
*> ---------------------------------------------------------------
3800-write-reject.
    move spaces to error-record.
    move bn-recipient-number to be-recipient-number.
    move mo-patron-number to be-patron-number.
    move mo-notice-type to be-notice-type.
    move bn-reject-reason to be-reason.
    write error-record.
    add 1 to bn-reject-ct.
3800-exit.
    exit.

*> ---------------------------------------------------------------
*> 3900-write-master - write the current patron-record forward to
*> the new master generation.  a duplicate key here would point at
*> the old master itself already carrying a repeated key, since
*> this run never changes pr-patron-number - logged to the error
*> file and skipped rather than left to abend the run.
*> ---------------------------------------------------------------
3900-write-master.
    move patron-record to new-master-record.
    write new-master-record
        invalid key
            move spaces to error-record
            move pr-patron-number to be-recipient-number
            move "DUPLICATE KEY ON MASTER WRITE" to be-reason
            write error-record
            go to 3900-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to bn-master-write-ct.
3900-exit.
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
        display "PMMSGBNC - " gq-message
        display "PMMSGBNC - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    display "PMMSGBNC - MASTER RECORDS READ  : " bn-master-read-ct.
    display "PMMSGBNC - BOUNCES READ         : " bn-trans-read-ct.
    display "PMMSGBNC - NOTICES PRINTED      : " bn-printed-ct.
    display "PMMSGBNC - EMAILS FLAGGED BAD   : " bn-email-flag-ct.
    display "PMMSGBNC - MOBILES FLAGGED BAD  : " bn-mobile-flag-ct.
    display "PMMSGBNC - ADDRESSES CHANGED    : " bn-changed-addr-ct.
    display "PMMSGBNC - BOUNCES REJECTED     : " bn-reject-ct.
    display "PMMSGBNC - PATRONS UPDATED      : " bn-patron-update-ct.
    perform 9100-write-control-totals
        thru 9100-exit.
9000-exit.
    exit.

*> ---------------------------------------------------------------
*> 9100-write-control-totals - every bounce is printed or
*> rejected, so the transaction equation applies.
*> ---------------------------------------------------------------
9100-write-control-totals.
    open extend control-file.
    move spaces to control-record.
    move "PMMSGBNC" to ctl-program-name.
    move "PATRONM" to ctl-file-name.
    move bn-ctl-run-date to ctl-run-date.
    move bn-audit-time to ctl-run-time.
    move bn-master-read-ct to ctl-old-count.
    move bn-master-write-ct to ctl-new-count.
    move bn-trans-read-ct to ctl-trans-count.
    move zero to ctl-add-count.
    move bn-printed-ct to ctl-change-count.
    move zero to ctl-delete-count.
    move bn-reject-ct to ctl-reject-count.
    move "Y" to ctl-trans-driven-sw.
    write control-record.
    close control-file.
9100-exit.
    exit.
