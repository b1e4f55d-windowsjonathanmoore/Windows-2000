       01  WS-JOURNAL-ACTION                 PIC X(1).
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'INVRASN1'.
       01  WS-JOURNAL-BEFORE                 PIC X(4256).
       01  WS-JOURNAL-AFTER                  PIC X(4256).

      *  OPEN-BALANCE SUMMARY MAINTENANCE -- A MOVE TAKES THE OPEN
      *  ITEM OFF ONE CUSTOMER'S CUSTBAL COUNT AND PUTS IT ON THE
           OPEN INPUT MERGE-PAIR-FILE
                OUTPUT REASSIGN-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-MODIFICATION-STAMP.
           COMPUTE WS-TODAY-JULIAN =
