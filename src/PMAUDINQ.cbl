*> 2026-08-28 rd    decode the new card expiration date; an image
*>                  from before the pmexpcnv cutover has no date
*>                  and prints blank.
*> 2026-10-15 rd    decode the merge entry type and the agency
*>                  referral flag.
*> 2026-10-15 rd    decode the email address, mobile number, notice
*>                  preference and bounce flags.
*> ---------------------------------------------------------------
identification division.
program-id.    pmaudinq.
    05  fl-before                   pic X(24).
    05  filler                      pic X(04) value " -> ".
    05  fl-after                    pic X(24).
*> an email address is wider than a before/after column; it prints
*> on a line of its own for each side.
01  ai-email-line.
    05  filler                      pic X(02) value spaces.
    05  el-field-name               pic X(16).
    05  el-side                     pic X(05).
    05  el-email-address            pic X(40).
01  ai-no-match-line                pic X(40) value
        "  NO AUDIT ENTRIES MATCH THIS REQUEST".
01  ai-no-change-line               pic X(40) value
            move "CHANGE  " to eh-change-type
        when par-change-is-delete
            move "DELETE  " to eh-change-type
        when par-change-is-merge
            move "MERGE   " to eh-change-type
        when other
            move "UNKNOWN " to eh-change-type
    end-evaluate.
    move "HOME BRANCH" to ai-field-name.
    move pr-branch-code of ai-before-rec to ai-before-text.
    move pr-branch-code of ai-after-rec to ai-after-text.
    perform 3900-print-if-changed
        thru 3900-exit.
    move "AGENCY REFERRAL" to ai-field-name.
    move pr-agency-referral-sw of ai-before-rec to ai-before-text.
    move pr-agency-referral-sw of ai-after-rec to ai-after-text.
    perform 3900-print-if-changed
        thru 3900-exit.
    move "BOOKS OUT" to ai-field-name.
        thru 3300-exit.
    perform 3400-compare-expiry
        thru 3400-exit.
    perform 3500-compare-email
        thru 3500-exit.
    move "MOBILE NUMBER" to ai-field-name.
    move pr-mobile-number of ai-before-rec to ai-before-text.
    move pr-mobile-number of ai-after-rec to ai-after-text.
    perform 3900-print-if-changed
        thru 3900-exit.
    move "NOTICE BY" to ai-field-name.
    move pr-notice-pref of ai-before-rec to ai-before-text.
    move pr-notice-pref of ai-after-rec to ai-after-text.
    perform 3900-print-if-changed
        thru 3900-exit.
    move "EMAIL BOUNCED" to ai-field-name.
    move pr-email-bad-sw of ai-before-rec to ai-before-text.
    move pr-email-bad-sw of ai-after-rec to ai-after-text.
    perform 3900-print-if-changed
        thru 3900-exit.
    move "MOBILE BOUNCED" to ai-field-name.
    move pr-mobile-bad-sw of ai-before-rec to ai-before-text.
    move pr-mobile-bad-sw of ai-after-rec to ai-after-text.
    perform 3900-print-if-changed
        thru 3900-exit.
3000-exit.
    exit.

3400-exit.
    exit.

*> ---------------------------------------------------------------
*> 3500-compare-email - the same suppression rule as 3900, printed
*> as a "was" line and a "now" line.
*> ---------------------------------------------------------------
3500-compare-email.
    if ai-before-present and ai-after-present
            and pr-email-address of ai-before-rec
                = pr-email-address of ai-after-rec
        go to 3500-exit
    end-if.
    move "EMAIL ADDRESS" to el-field-name.
    move "WAS" to el-side.
    move pr-email-address of ai-before-rec to el-email-address.
    write report-line from ai-email-line.
    move spaces to el-field-name.
    move "NOW" to el-side.
    move pr-email-address of ai-after-rec to el-email-address.
    write report-line from ai-email-line.
    add 1 to ai-field-diff-ct.
3500-exit.
    exit.

*> ---------------------------------------------------------------
*> 3900-print-if-changed
*> ---------------------------------------------------------------
