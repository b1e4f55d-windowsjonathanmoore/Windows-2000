      ***********************************************************
      * USAGEMSG.cpy                                               *
      * Fixed-layout usage lines CICSCS puts on CSMT, ungated, for *
      * the monthly chargeback job (Batch/USGCHG01.CBL). Each one  *
      * is moved whole into LOG-MSG-BUFFER (CL-LOG-MSG-BUFFER on   *
      * the extract), so the batch side reads the figures back at  *
      * fixed offsets instead of unpicking edited STRING output:   *
      *   USAGE-REQUEST-MSG -- one per reply sent on a session,    *
      *       with the request code and the bytes in and out for   *
      *       that round                                           *
      *   USAGE-SESSION-MSG -- one per logged-on session, written  *
      *       as the task ends, with its request count and the     *
      *       connect time in milliseconds                         *
      * The userid is the masked MCID-USERID identity field, the   *
      * same one the security events carry.                        *
      ***********************************************************
       01  USAGE-REQUEST-MSG.
           05  UQ-TAG                       PIC X(22)
               VALUE ' USAGE REQUEST USERID='.
           05  UQ-USERID                    PIC X(8).
           05  FILLER                       PIC X(6) VALUE ' CODE='.
           05  UQ-REQUEST-CODE              PIC X(4).
           05  FILLER                       PIC X(6) VALUE ' RCVD='.
           05  UQ-BYTES-IN                  PIC 9(8).
           05  FILLER                       PIC X(6) VALUE ' SENT='.
           05  UQ-BYTES-OUT                 PIC 9(8).
           05  FILLER                       PIC X(12) VALUE SPACES.
       01  USAGE-SESSION-MSG.
           05  US-TAG                       PIC X(22)
               VALUE ' USAGE SESSION USERID='.
           05  US-USERID                    PIC X(8).
           05  FILLER                       PIC X(6) VALUE ' REQS='.
           05  US-REQUEST-COUNT             PIC 9(6).
           05  FILLER                       PIC X(12)
               VALUE ' CONNECT-MS='.
           05  US-CONNECT-MS                PIC 9(12).
           05  FILLER                       PIC X(14) VALUE SPACES.
