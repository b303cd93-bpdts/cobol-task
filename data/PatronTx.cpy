             15  ptr-expire-month            pic 9(02).
             15  ptr-expire-day              pic 9(02).
             15  ptr-expire-year             pic 9(04).
*> the patron's electronic contact and notice preference, carried
*> on an add or change exactly as pr-email-address, pr-mobile-number
*> and pr-notice-pref are to be stored.
         10  ptr-email-address           pic X(40).
         10  ptr-mobile-number           pic X(10).
         10  ptr-notice-pref             pic X(01).
         10  filler                      pic X(01).
