*> message-out-record - one notice to be sent by the messaging
*> vendor instead of printed, on the day's outbound extract
*> (MSGOUT).  pmnotice, pmholdps and pmexpire each append the
*> notices whose recipient asked for email or text (pr-notice-pref)
*> and has a usable contact for it; the transmission step sends
*> the file and starts the next day's empty.  the record carries
*> everything the notice said, so a message the vendor cannot
*> deliver comes back on its bounce file (MsgBnc.cpy) whole and
*> pmmsgbnc can print it without going back to the run that made
*> it.
*>   mo-recipient-number - who the message goes to: the patron, or
*>                         the guardian answering for a dependent;
*>   mo-patron-number    - the card the notice is about;
*>   mo-care-name        - the dependent's name when the two
*>                         differ, otherwise spaces;
*>   mo-date-text        - mm/dd/yyyy: the due date on a loan
*>                         notice, the day the item was trapped on
*>                         a pickup notice, the expiry on a card
*>                         renewal notice.
     01  message-out-record.
         10  mo-recipient-number         pic X(06).
         10  mo-channel                  pic X(01).
             88  mo-sent-by-email                value "E".
             88  mo-sent-by-text                 value "T".
         10  mo-address                  pic X(40).
         10  mo-notice-type              pic X(01).
             88  mo-courtesy-notice              value "C".
             88  mo-first-overdue                value "1".
             88  mo-second-overdue               value "2".
             88  mo-hold-pickup                  value "H".
             88  mo-card-renewal                 value "R".
         10  mo-notice-date              pic 9(08).
         10  mo-patron-number            pic X(06).
         10  mo-item-id                  pic X(08).
         10  mo-recipient-name           pic X(24).
         10  mo-care-name                pic X(24).
         10  mo-title                    pic X(30).
         10  mo-date-text                pic X(10).
         10  mo-source-program           pic X(08).
         10  filler                      pic X(14).
