      ***********************************************************
      * CHGBKREC.cpy                                               *
      * Socket-server chargeback record -- the flat file USGCHG01  *
      * writes each month for the finance chargeback load (the     *
      * CHGBACK file). Three record types, all for the one period: *
      *   'R' -- one userid's requests under one request code      *
      *   'U' -- one userid's totals, sessions and connect time    *
      *          included                                          *
      *   'D' -- one department's totals, the sum of its 'U's      *
      * Byte counts are as CICSCS saw them on the socket; connect  *
      * time is whole seconds, rounded.                            *
      ***********************************************************
       01  CHARGEBACK-RECORD.
           05  CB-RECORD-TYPE               PIC X(1).
               88  CB-REQUEST-DETAIL            VALUE 'R'.
               88  CB-USERID-SUMMARY            VALUE 'U'.
               88  CB-DEPARTMENT-TOTAL          VALUE 'D'.
           05  CB-PERIOD                    PIC 9(6).
           05  CB-DEPARTMENT                PIC X(8).
           05  CB-USERID                    PIC X(8).
           05  CB-REQUEST-CODE              PIC X(4).
           05  CB-SESSIONS                  PIC 9(7).
           05  CB-REQUESTS                  PIC 9(9).
           05  CB-BYTES-IN                  PIC 9(15).
           05  CB-BYTES-OUT                 PIC 9(15).
           05  CB-CONNECT-SECONDS           PIC 9(9).
           05  FILLER                       PIC X(18).
