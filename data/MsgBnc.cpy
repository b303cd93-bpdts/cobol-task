*> message-bounce-record - one message the vendor could not
*> deliver, on the vendor's daily bounce/failure file (MSGBNC).
*> the vendor echoes the outbound record (message-out-record,
*> MsgOut.cpy) unchanged in mb-message-out and adds the day it
*> gave up and its own failure code and text.  pmmsgbnc prints the
*> notice for the next night's mail and flags the address it
*> failed on.
     01  message-bounce-record.
         10  mb-message-out              pic X(180).
         10  mb-failure-date             pic 9(08).
         10  mb-failure-code             pic X(04).
         10  mb-failure-text             pic X(28).
