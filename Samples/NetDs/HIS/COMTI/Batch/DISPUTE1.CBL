       01  WS-JOURNAL-ACTION                 PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'DISPUTE1'.
       01  WS-JOURNAL-BEFORE                 PIC X(4256).
       01  WS-JOURNAL-AFTER                  PIC X(4256).

       01  WS-COUNTERS.
           05  WS-HOLDS-APPLIED              PIC 9(9) COMP VALUE 0.
           OPEN INPUT DISPUTE-TRANSACTION-FILE
                OUTPUT DISPUTE-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-MODIFICATION-STAMP.
           COMPUTE WS-TODAY-JULIAN =
               MOVE DT-ANALYST-ID      TO DC-ANALYST-ID
               MOVE 0                  TO DC-RESOLUTION-DATE
               SET DC-CASE-OPEN TO TRUE
      *  AN ANALYST-KEYED CASE HAS NO CLIENT REFERENCE OR NOTE AND
      *  IS NOT PART OF DSPNEW01'S CLIENT-RAISED LIST.
               MOVE SPACES             TO DC-CASE-REFERENCE
               SET DC-SOURCE-ANALYST TO TRUE
               MOVE SPACES             TO DC-CLIENT-NOTE
               SET DC-CASE-REPORTED TO TRUE
               WRITE DISPUTE-CASE-RECORD
                   INVALID KEY
      *  A CLOSED CASE FROM AN EARLIER DISPUTE ON THE SAME INVOICE
