      * compiled-in default when zero) with a clear NAK, logged    *
      * to CSMT. The tally is best-effort across abends --         *
      * CICSQSC's UNLOCK zeroes it along with the failure count.   *
      * A client looping on requests inside its cap could still   *
      * tie up the region, so PROCESS-REQUEST also counts every    *
      * request against a one-minute window carried here (the     *
      * window's YYYYMMDDHHMM and the count so far, shared by all  *
      * of the userid's sessions). Past LG-REQUEST-RATE-LIMIT      *
      * requests in the minute (or the CICSCS compiled-in default  *
      * when zero) the request is NAKed 'RATE' and the throttle    *
      * goes to CSMT for SECRPT01.                                 *
      ***********************************************************
       01  LOGON-CONTROL-RECORD.
           05  LG-USERID                    PIC X(8).
               88  LG-USERID-NOT-LOCKED         VALUE 'N'.
           05  LG-LIVE-SESSION-COUNT        PIC 9(4).
           05  LG-SESSION-CAP               PIC 9(4).
           05  LG-REQUEST-RATE-LIMIT        PIC 9(4).
           05  LG-RATE-WINDOW-MINUTE        PIC 9(12).
           05  LG-RATE-WINDOW-COUNT         PIC 9(6).
