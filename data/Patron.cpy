     01  patron-record.
      10  pr-patron-number            pic x(06).
          88  pr-generation-control           values low-values
                                                     high-values.
      10  pr-first-name               pic X(10).
*> pr-name-zip-key groups pr-last-name and pr-zip together so the
*> indexed master (see PMNAMLUP) can carry an alternate index over
          15  pr-expire-month         pic 9(02).
          15  pr-expire-day           pic 9(02).
          15  pr-expire-year          pic 9(04).
*> pr-agency-referral-sw marks a patron the monthly collection
*> agency run (pmagyref) has referred, so no patron is ever sent to
*> the agency twice; the agency's remittances (pmagypay) are only
*> accepted for a referred patron.
      10  pr-agency-referral-sw       pic X(01).
          88  pr-referred-to-agency           value "R".
*> pr-email-address / pr-mobile-number and pr-notice-pref say how
*> the patron wants the overdue, hold and card-renewal notices:
*> blank or "M" by printed mail, "E" by email, "T" by text message.
*> the notice runs route an "E" or "T" notice to the messaging
*> vendor's extract (MsgOut.cpy) and fall back to print when the
*> chosen contact is blank or flagged bad.  pr-email-bad-sw and
*> pr-mobile-bad-sw are set by the vendor's bounce import (pmmsgbnc)
*> for the desk to correct; pmmaint clears a flag when the address
*> it covers is changed.
      10  pr-email-address            pic X(40).
      10  pr-mobile-number            pic X(10).
      10  pr-notice-pref              pic X(01).
          88  pr-notify-by-mail               values " " "M".
          88  pr-notify-by-email              value "E".
          88  pr-notify-by-text               value "T".
      10  pr-email-bad-sw             pic X(01).
          88  pr-email-is-bad                 value "B".
      10  pr-mobile-bad-sw            pic X(01).
          88  pr-mobile-is-bad                value "B".
      10  filler                      pic X(11).
