*>                  the new operator master (Oper.cpy); an unknown
*>                  or inactive operator abandons the run before
*>                  anything is applied.
*> 2026-10-15 rd    carry the patron's email address, mobile number
*>                  and notice delivery preference (see pmmsgcnv for
*>                  the one-time file conversion); a changed address
*>                  clears the bounce flag pmmsgbnc set on the old
*>                  one.
*> 2026-10-15 rd    prove the PATRONM generation against the
*>                  generation catalog (pmgenctl) before the update
*>                  and stamp the new master's header and trailer;
*>                  a restart re-stamps the header and counts back
*>                  in the records the checkpoint kept.
*> ---------------------------------------------------------------
identification division.
program-id.    pmmaint.
01  sort-trans-record.
    05  filler                      pic X(01).
    05  st-patron-number            pic X(06).
    05  filler                      pic X(146).
fd  sorted-trans-file
    label records are standard.
01  sorted-trans-record             pic X(153).
fd  old-master-file
    label records are standard.
    copy Patron.
fd  new-master-file
    label records are standard.
01  new-master-record               pic X(168).
*> new-master-fields exposes, by position, the same fields
*> patron-record carries, under the nmk- prefix instead of pr- so
*> that file-control can supply the keys (nmk-patron-number and
        10  nmk-expire-month        pic 9(02).
        10  nmk-expire-day          pic 9(02).
        10  nmk-expire-year         pic 9(04).
    05  nmk-agency-referral-sw      pic X(01).
    05  nmk-email-address           pic X(40).
    05  nmk-mobile-number           pic X(10).
    05  nmk-notice-pref             pic X(01).
    05  nmk-email-bad-sw            pic X(01).
    05  nmk-mobile-bad-sw           pic X(01).
    05  filler                      pic X(11).
fd  error-file
    label records are standard.
01  error-record.
    05  ck-time                     pic 9(08).
fd  temp-audit-file
    label records are standard.
01  temp-audit-record                pic X(375).
fd  temp-error-file
    label records are standard.
01  temp-error-record                pic X(48).
    05  mt-copy-ct                  pic 9(07)  value zero.
01  mt-last-written-key             pic X(06)  value low-values.
01  mt-new-total-fees               pic S9(05)V99.
01  mt-at-sign-ct                   pic 9(03)  comp value zero.
01  mt-new-expire-ymd               pic 9(08).
01  mt-old-expire-ymd               pic 9(08).
01  mt-op-active-sw                 pic X(01)  value "N".
01  mt-audit-date                   pic 9(08).
01  mt-audit-time                   pic 9(08).
01  mt-audit-change-type            pic X(01).
01  mt-before-image                 pic X(168).
01  mt-after-image                  pic X(168).
01  mt-ckpt-interval                pic 9(05)  value zero.
01  mt-ctl-run-date                 pic 9(08)  value zero.
01  mt-skip-ct                      pic 9(07)  comp value zero.
01  mt-ckpt-remainder               pic 9(07)  comp value zero.
    copy GenReq.
    copy GenRec.

procedure division.
*> ---------------------------------------------------------------
    else
        move mt-audit-date to mt-ctl-run-date
    end-if.
    move "PMMAINT" to gq-program-name.
    move mt-ctl-run-date to gq-run-date.
    move "PATRONM" to gq-file-name.
    set gq-verify-file to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    perform 1200-validate-operator
        thru 1200-exit.
1000-exit.
    perform 3300-match-process
        thru 3300-exit
        until mt-master-eof and mt-trans-eof.
    move "PATRONM" to gq-file-name.
    set gq-end-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    close old-master-file
          sorted-trans-file
          new-master-file
          error-file
          audit-file
          fee-detail-file.
    move "PATRONM" to gq-file-name.
    set gq-catalog-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
3000-exit.
    exit.

         output audit-file
         output ckpt-file.
    close ckpt-file.
    move "PATRONM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    write new-master-record from generation-control-record.
    perform 3015-count-fee-detail
        thru 3015-exit.
    open extend fee-detail-file.
        thru 3030-exit.
    perform 3050-purge-forward-outputs
        thru 3050-exit.
    perform 3070-resume-generation
        thru 3070-exit.
    if ck-master-read-ct = zero
        move zero to mt-skip-ct
    else
3040-skip-master-record.
    read old-master-file
        at end
            go to 3040-exit
    end-read.
    if pr-generation-control
        go to 3040-skip-master-record
    end-if.
3040-exit.
    exit.

3062-exit.
    exit.

*> ---------------------------------------------------------------
*> 3070-resume-generation - the running record count and hash for
*> the new master went down with the run that abended.  start the
*> generation again, put its header over the one already on the
*> new master, and count back in every record the purge above
*> left standing.
*> ---------------------------------------------------------------
3070-resume-generation.
    move "PATRONM" to gq-file-name.
    set gq-start-generation to true.
    perform 8500-call-generation-control
        thru 8500-exit.
    move "N" to mt-purge-eof-sw.
    open i-o new-master-file.
    read new-master-file next record
        at end
            set mt-purge-eof to true
    end-read.
    if mt-purge-eof or nmk-patron-number not = low-values
        display "PMMAINT - NO GENERATION HEADER ON NEW MASTER - "
            "CANNOT RESTART"
        move 8 to return-code
        stop run
    end-if.
    rewrite new-master-record from generation-control-record.
    perform 3075-recount-one-master
        thru 3075-exit
        until mt-purge-eof.
    close new-master-file.
3070-exit.
    exit.

3075-recount-one-master.
    read new-master-file next record
        at end
            set mt-purge-eof to true
            go to 3075-exit
    end-read.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
3075-exit.
    exit.

*> ---------------------------------------------------------------
*> 3100-read-master
*> ---------------------------------------------------------------
        at end
            set mt-master-eof to true
            move high-values to pr-patron-number
            go to 3100-exit
    end-read.
    if pr-generation-control
        go to 3100-read-master
    end-if.
    add 1 to mt-master-read-ct.
    if not mt-master-eof
        perform 3110-checkpoint-if-due
            thru 3110-exit
    if mt-trans-invalid
        go to 3500-exit
    end-if.
    perform 3770-validate-notice-pref
        thru 3770-exit.
    if mt-trans-invalid
        go to 3500-exit
    end-if.
    move spaces to new-master-record.
    move ptr-patron-number of mt-trans-record to nmk-patron-number.
    move ptr-first-name of mt-trans-record to nmk-first-name.
    move ptr-seniority-date of mt-trans-record to nmk-seniority-date.
    move ptr-branch-code of mt-trans-record to nmk-branch-code.
    move ptr-expire-date of mt-trans-record to nmk-expire-date.
    move ptr-email-address of mt-trans-record to nmk-email-address.
    move ptr-mobile-number of mt-trans-record to nmk-mobile-number.
    move ptr-notice-pref of mt-trans-record to nmk-notice-pref.
    move zero to nmk-books-out.
    move zero to nmk-total-fees.
    write new-master-record
                to mt-reject-reason
            go to 3500-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to mt-master-write-ct.
    move nmk-patron-number to mt-last-written-key.
    move spaces to mt-before-image.
    if mt-trans-invalid
        go to 3600-exit
    end-if.
    perform 3770-validate-notice-pref
        thru 3770-exit.
    if mt-trans-invalid
        go to 3600-exit
    end-if.
    perform 3660-validate-fee-adjustment
        thru 3660-exit.
    if mt-trans-invalid
    move ptr-video-right-sw of mt-trans-record to pr-video-right-sw.
    move ptr-branch-code of mt-trans-record to pr-branch-code.
    move ptr-expire-date of mt-trans-record to pr-expire-date.
*> a bounce flag belongs to the address it was raised against; the
*> desk keying a new address is the correction it was waiting for.
    if ptr-email-address of mt-trans-record not = pr-email-address
        move space to pr-email-bad-sw
    end-if.
    if ptr-mobile-number of mt-trans-record not = pr-mobile-number
        move space to pr-mobile-bad-sw
    end-if.
    move ptr-email-address of mt-trans-record to pr-email-address.
    move ptr-mobile-number of mt-trans-record to pr-mobile-number.
    move ptr-notice-pref of mt-trans-record to pr-notice-pref.
    move mt-new-total-fees to pr-total-fees.
*> whatever the clerk decided - suspension, reinstatement or
*> neither - the patron's status is clerk-owned from here on; the
3760-exit.
    exit.

*> ---------------------------------------------------------------
*> 3770-validate-notice-pref - mail (blank or "M"), email ("E") or
*> text ("T").  a contact that is keyed has to be usable whether or
*> not it is the chosen channel: an email address carries one "@",
*> a mobile number is ten digits.  an electronic preference needs
*> its own contact on file, or every notice would fall straight
*> back to print.
*> ---------------------------------------------------------------
3770-validate-notice-pref.
    if ptr-notice-pref of mt-trans-record = space or "M" or "E"
            or "T"
        continue
    else
        set mt-trans-invalid to true
        move "INVALID NOTICE DELIVERY PREFERENCE" to mt-reject-reason
        go to 3770-exit
    end-if.
    if ptr-email-address of mt-trans-record not = spaces
        move zero to mt-at-sign-ct
        inspect ptr-email-address of mt-trans-record
            tallying mt-at-sign-ct for all "@"
        if mt-at-sign-ct not = 1
            set mt-trans-invalid to true
            move "INVALID EMAIL ADDRESS" to mt-reject-reason
            go to 3770-exit
        end-if
    end-if.
    if ptr-mobile-number of mt-trans-record not = spaces
            and ptr-mobile-number of mt-trans-record not numeric
        set mt-trans-invalid to true
        move "INVALID MOBILE NUMBER" to mt-reject-reason
        go to 3770-exit
    end-if.
    if ptr-notice-pref of mt-trans-record = "E"
            and ptr-email-address of mt-trans-record = spaces
        set mt-trans-invalid to true
        move "EMAIL PREFERENCE WITH NO EMAIL ADDRESS"
            to mt-reject-reason
        go to 3770-exit
    end-if.
    if ptr-notice-pref of mt-trans-record = "T"
            and ptr-mobile-number of mt-trans-record = spaces
        set mt-trans-invalid to true
        move "TEXT PREFERENCE WITH NO MOBILE NUMBER"
            to mt-reject-reason
    end-if.
3770-exit.
    exit.

*> ---------------------------------------------------------------
*> 3800-write-reject
*> ---------------------------------------------------------------
            write error-record
            go to 3900-exit
    end-write.
    move "PATRONM" to gq-file-name.
    set gq-count-record to true.
    call "PMGENCTL" using generation-request
                          new-master-record.
    add 1 to mt-master-write-ct.
    move nmk-patron-number to mt-last-written-key.
3900-exit.
    close control-file.
4100-exit.
    exit.

*> ---------------------------------------------------------------
*> 8500-call-generation-control - the standing file generation
*> request set up by the caller (see pmgenctl); a file that is not
*> the generation the catalog expects, or a new generation that
*> cannot be stamped, abandons the run before anything is updated.
*> ---------------------------------------------------------------
8500-call-generation-control.
    call "PMGENCTL" using generation-request
                          generation-control-record.
    if gq-request-failed
        display "PMMAINT - " gq-message
        display "PMMAINT - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
8500-exit.
    exit.
