      * CHARGES ARE DISPUTED AND STAY UNTOUCHED. EVERY MASTER        *
      * REWRITE IS JOURNALED THROUGH WRITEINVJOURNAL, AND EVERY      *
      * CREDIT PROCESSED GETS ONE LINE ON THE APPLICATION REGISTER.  *
      * WHEN TODAY FALLS IN A FISCAL PERIOD FINANCE HAS ALREADY      *
      * CLOSED (PERCTL.cpy), THE PERIOD'S RULE DECIDES: REJECT MEANS *
      * NOTHING IS APPLIED AND THE RUN ENDS WITH RETURN-CODE 4; MOVE *
      * MEANS THE OFFSETS ARE POSTED ON THE FIRST DAY OF THE FIRST   *
      * OPEN PERIOD.                                                 *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAPPLY1.
       01  WS-TODAY-JULIAN                   PIC 9(7).
       01  WS-MODIFICATION-STAMP             PIC 9(14).

      *  FISCAL-PERIOD GUARD -- TODAY'S OFFSETS MAY NOT LAND IN A
      *  PERIOD FINANCE HAS CLOSED. WS-CREDIT-POSTING-DATE IS THE
      *  DATE EVERY MASTER REWRITE CARRIES: TODAY, OR THE FIRST DAY
      *  OF THE FIRST OPEN PERIOD WHEN TODAY'S PERIOD IS CLOSED.
       01  WS-CREDIT-POSTING-DATE            PIC 9(7).
       01  WS-PERIOD-POSTING-DATE            PIC 9(7).
       01  WS-PERIOD-STATUS-CODE             PIC X(1).
       01  WS-PERLKP-STATUS                  PIC X(2).
           88  WS-PERLKP-MOVED               VALUE '08'.
           88  WS-PERLKP-REJECTED            VALUE '12'.

      *  THE OPEN CREDITS FOUND ON THE SWEEP PASS, APPLIED ON A
      *  SECOND PASS SO THE FILE POSITION NEVER FIGHTS ITSELF --
      *  SAME BOUNDED-TABLE-AND-OVERFLOW APPROACH AS CSMTPURG'S
       01  WS-JOURNAL-ACTION                 PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'CRAPPLY1'.
       01  WS-JOURNAL-BEFORE                 PIC X(4256).
       01  WS-JOURNAL-AFTER                  PIC X(4256).

      *  OPEN-BALANCE SUMMARY MAINTENANCE -- EVERY MASTER CHANGE
      *  HERE MOVES WHAT CUSTBAL COUNTS, SO THE DELTA GOES TO
               VALUE 'TOTAL OFFSET:   '.
           05  WS-SUM-OFFSET                 PIC -(12)9.99.

       01  WS-PERIOD-CLOSED-LINE.
           05  FILLER                        PIC X(44)
               VALUE 'CLOSED FISCAL PERIOD -- NO CREDITS APPLIED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O INVOICE-MASTER-FILE.

           OPEN OUTPUT APPLICATION-REGISTER-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-MODIFICATION-STAMP.
           COMPUTE WS-TODAY-JULIAN =
           MOVE SPACES TO APPLICATION-REGISTER-LINE.
           WRITE APPLICATION-REGISTER-LINE.

           MOVE WS-TODAY-JULIAN TO WS-CREDIT-POSTING-DATE.
           CALL 'LOOKUPPERIODSTATUS' USING WS-TODAY-JULIAN
                                           WS-PERIOD-POSTING-DATE
                                           WS-PERIOD-STATUS-CODE
                                           WS-PERLKP-STATUS.
           IF WS-PERLKP-REJECTED
               WRITE APPLICATION-REGISTER-LINE
                   FROM WS-PERIOD-CLOSED-LINE
               DISPLAY 'CRAPPLY1: ' WS-PERIOD-CLOSED-LINE
               CLOSE INVOICE-MASTER-FILE
                     APPLICATION-REGISTER-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PERLKP-MOVED
               MOVE WS-PERIOD-POSTING-DATE TO WS-CREDIT-POSTING-DATE
           END-IF.

           PERFORM SWEEP-FOR-OPEN-CREDITS.

           MOVE 0 TO WS-CREDIT-SCAN.
               MOVE 'PARTIALLY APPLIED, BALANCE STAYS OPEN'
                   TO WS-DTL-MESSAGE
           END-IF.
           MOVE WS-CREDIT-POSTING-DATE TO IM-LAST-MODIFIED.
           MOVE WS-MODIFICATION-STAMP
               TO IM-MODIFICATION-STAMP.
           REWRITE INVOICE-MASTER-RECORD.
                       SET IM-INVOICE-PAID TO TRUE
                       ADD 1 TO WS-CHARGES-SETTLED
                   END-IF
                   MOVE WS-CREDIT-POSTING-DATE TO IM-LAST-MODIFIED
                   MOVE WS-MODIFICATION-STAMP
                       TO IM-MODIFICATION-STAMP
                   REWRITE INVOICE-MASTER-RECORD
