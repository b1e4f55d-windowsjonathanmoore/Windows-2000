      ***********************************************************
      * ACHRTN01 -- AUTOPAY DIRECT-DEBIT (ACH) RETURNS               *
      *                                                              *
      * READS THE BANK'S RETURNS FILE FOR DEBITS ACHDEB01 SENT --    *
      * ONE RECORD PER RETURNED ENTRY, QUOTING ITS TRACE NUMBER AND  *
      * THE NACHA RETURN REASON (R01 NSF, R02 ACCOUNT CLOSED, ...).  *
      * EVERY INVOICE THE ENTRY PAID IS FOUND ON THE ACHDEBIT.cpy    *
      * LEDGER BY THAT TRACE NUMBER, AND THE PENDING RECEIPT         *
      * CASHAPP1 APPLIED FOR IT IS BACKED OUT: IM-AMOUNT-PAID COMES  *
      * DOWN BY THE DEBIT (NEVER BELOW ZERO), A SETTLED INVOICE IS   *
      * REOPENED, THE REWRITE IS JOURNALED THROUGH WRITEINVJOURNAL   *
      * AND CARRIED INTO THE CUSTBAL SUMMARY, AND A NEGATIVE         *
      * PAYHIST.cpy RECORD UNDER THE SAME REFERENCE KEEPS THE        *
      * PAYMENT HISTORY NETTING TO WHAT WAS REALLY COLLECTED. THE    *
      * LEDGER ROW IS MARKED RETURNED WITH THE REASON, AND THE       *
      * CUSTOMER'S AUTOPAY ENROLLMENT IS SUSPENDED -- NO FURTHER     *
      * DEBITS UNTIL APYLOAD1 RELOADS IT ACTIVE. RUNS AFTER CASHAPP1 *
      * HAS APPLIED THE DEBITS. A TRACE NUMBER NOT ON THE LEDGER, AN *
      * ENTRY ALREADY REVERSED, OR AN INVOICE NO LONGER ON THE       *
      * MASTER IS LISTED AND THE RUN ENDS WITH RETURN-CODE 4.        *
      * A RETURN DATED INTO A FISCAL PERIOD FINANCE HAS CLOSED       *
      * (PERCTL.cpy, THROUGH LOOKUPPERIODSTATUS) IS EITHER LISTED AS *
      * AN EXCEPTION AND LEFT PENDING ON THE LEDGER, OR REVERSED IN  *
      * THE FIRST OPEN PERIOD, AS THE CLOSED PERIOD'S RULE SAYS. THE *
      * LEDGER AND ENROLLMENT KEEP THE BANK'S OWN RETURN DATE.       *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRTN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-RETURN-FILE ASSIGN TO ACHRETN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-DEBIT-LEDGER-FILE ASSIGN TO ACHDEBIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CUSTOMER-NUMBER
               FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT RETURN-REPORT-FILE ASSIGN TO ACHRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-RETURN-FILE.
       01  ACH-RETURN-RECORD.
           05  RT-TRACE-NUMBER               PIC 9(15).
           05  RT-RETURN-REASON              PIC X(3).
           05  RT-RETURN-DATE                PIC 9(8).
           05  FILLER                        PIC X(54).

       FD  ACH-DEBIT-LEDGER-FILE.
           COPY ACHDEBIT.

       FD  INVOICE-MASTER-FILE.
           COPY INVMAST.

       FD  AUTOPAY-FILE.
           COPY AUTOPAY.

       FD  RETURN-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RETURN-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS                  PIC X(2).
           88  WS-LEDGER-STATUS-OK           VALUE '00'.
       01  WS-MASTER-STATUS                  PIC X(2).
           88  WS-MASTER-STATUS-OK           VALUE '00'.
       01  WS-AUTOPAY-STATUS                 PIC X(2).
           88  WS-AUTOPAY-STATUS-OK          VALUE '00'.

       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RETURNS            VALUE 'Y'.
       01  WS-MORE-ROWS-FLAG                 PIC X.
           88  WS-MORE-ROWS                  VALUE 'Y'.
       01  WS-INVOICE-FOUND-FLAG             PIC X.
           88  WS-INVOICE-FOUND              VALUE 'Y'.
       01  WS-AUTOPAY-OPEN-FLAG              PIC X VALUE 'N'.
           88  WS-AUTOPAY-OPEN               VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).
       01  WS-MODIFICATION-STAMP             PIC 9(14).
       01  WS-RETURN-JULIAN                  PIC 9(7).

      *  THE FISCAL-PERIOD CHECK ON EACH RETURN'S DATE. THE
      *  REVERSAL POSTS ON WS-REVERSAL-POSTING-DATE -- THE RETURN
      *  DATE, OR THE FIRST OPEN PERIOD'S WHEN THAT IS CLOSED.
       01  WS-REVERSAL-POSTING-DATE          PIC 9(7).
       01  WS-PERIOD-POSTING-DATE            PIC 9(7).
       01  WS-PERIOD-STATUS-CODE             PIC X(1).
       01  WS-PERLKP-STATUS                  PIC X(2).
           88  WS-PERLKP-MOVED               VALUE '08'.
           88  WS-PERLKP-REJECTED            VALUE '12'.

       01  WS-ROWS-FOR-TRACE                 PIC 9(4) COMP.
       01  WS-ROWS-REVERSED                  PIC 9(4) COMP.
       01  WS-RETURN-CUSTOMER                PIC 9(9).
       01  WS-REASON-TEXT                    PIC X(24).
       01  WS-RECEIVABLE-AMOUNT              PIC S9(13)V9(2) COMP-3.
       01  WS-REVERSAL-AMOUNT                PIC S9(13)V9(2) COMP-3.

      *  BEFORE/AFTER IMAGES FOR THE INVOICE-MASTER JOURNAL -- THE
      *  REOPEN GOES THROUGH WRITEINVJOURNAL SO INVRCVR1 CAN ROLL A
      *  RESTORED MASTER FORWARD.
       01  WS-JOURNAL-ACTION                 PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'ACHRTN01'.
       01  WS-JOURNAL-BEFORE                 PIC X(4256).
       01  WS-JOURNAL-AFTER                  PIC X(4256).

      *
      *  INCREMENTAL OPEN-BALANCE SUMMARY MAINTENANCE -- THE SAME
      *  BEFORE/AFTER EXPOSURE DELTA CASHAPP1 SENDS, SO A REOPENED
      *  INVOICE GOES BACK INTO THE CUSTOMER'S CUSTBAL SUMMARY.
      *
           COPY INVMAST
               REPLACING INVOICE-MASTER-RECORD BY
                             BALANCE-BEFORE-RECORD
                         LEADING ==IM== BY ==BB==.

       01  WS-BAL-BEFORE-CHARGES             PIC S9(13)V9(2) COMP-3.
       01  WS-BAL-BEFORE-CREDITS             PIC S9(13)V9(2) COMP-3.
       01  WS-BAL-AFTER-CHARGES              PIC S9(13)V9(2) COMP-3.
       01  WS-BAL-AFTER-CREDITS              PIC S9(13)V9(2) COMP-3.
       01  WS-BAL-CHARGES-DELTA              PIC S9(13)V9(2) COMP-3.
       01  WS-BAL-CREDITS-DELTA              PIC S9(13)V9(2) COMP-3.
       01  WS-BAL-LAST-PAYMENT               PIC 9(7) VALUE 0.

      *  THE REVERSAL'S PAYMENT-HISTORY RECORD -- NEGATIVE, UNDER
      *  THE ORIGINAL RECEIPT'S REFERENCE.
           COPY PAYHIST
               REPLACING PAYMENT-HISTORY-RECORD BY
                             HISTORY-WORK-RECORD
                         LEADING ==PH== BY ==HW==.

       01  WS-COUNTERS.
           05  WS-RETURNS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-INVOICES-REVERSED          PIC 9(9) COMP VALUE 0.
           05  WS-INVOICES-REOPENED          PIC 9(9) COMP VALUE 0.
           05  WS-ENROLLMENTS-SUSPENDED      PIC 9(9) COMP VALUE 0.
           05  WS-RETURN-EXCEPTIONS          PIC 9(9) COMP VALUE 0.
           05  WS-RETURNS-PERIOD-MOVED       PIC 9(9) COMP VALUE 0.
           05  WS-CASH-REVERSED              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'AUTOPAY DIRECT-DEBIT RETURNS REGISTER'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-TRACE-NUMBER           PIC 9(15).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-REASON                 PIC X(3).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-REASON-TEXT            PIC X(24).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-MESSAGE                PIC X(36).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(20)
               VALUE 'RETURNS READ:       '.
           05  WS-SUM-RETURNS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'INVOICES REVERSED:  '.
           05  WS-SUM-REVERSED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'CASH REVERSED:      '.
           05  WS-SUM-CASH                   PIC -(12)9.99.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(20)
               VALUE 'INVOICES REOPENED:  '.
           05  WS-SUM-REOPENED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'AUTOPAY SUSPENDED:  '.
           05  WS-SUM-SUSPENDED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'EXCEPTIONS:         '.
           05  WS-SUM-EXCEPTIONS             PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                        PIC X(20)
               VALUE 'MOVED TO OPEN PERIOD'.
           05  WS-SUM-PERIOD-MOVED           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O INVOICE-MASTER-FILE.
           IF NOT WS-MASTER-STATUS-OK
               CLOSE INVOICE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *  NO LEDGER MEANS NO DEBIT WAS EVER SENT -- EVERY RETURN
      *  WILL LIST AS AN UNKNOWN TRACE.
           OPEN I-O ACH-DEBIT-LEDGER-FILE.
           IF NOT WS-LEDGER-STATUS-OK
               OPEN OUTPUT ACH-DEBIT-LEDGER-FILE
               CLOSE ACH-DEBIT-LEDGER-FILE
               OPEN I-O ACH-DEBIT-LEDGER-FILE
           END-IF.

           OPEN I-O AUTOPAY-FILE.
           IF WS-AUTOPAY-STATUS-OK
               SET WS-AUTOPAY-OPEN TO TRUE
           ELSE
               CLOSE AUTOPAY-FILE
           END-IF.

           OPEN INPUT ACH-RETURN-FILE
                OUTPUT RETURN-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-MODIFICATION-STAMP.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).

           WRITE RETURN-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.

           PERFORM READ-NEXT-RETURN.
           PERFORM UNTIL WS-NO-MORE-RETURNS
               ADD 1 TO WS-RETURNS-READ
               PERFORM PROCESS-ONE-RETURN THRU
                       PROCESS-ONE-RETURN-EXIT
               PERFORM READ-NEXT-RETURN
           END-PERFORM.

           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE WS-RETURNS-READ          TO WS-SUM-RETURNS.
           MOVE WS-INVOICES-REVERSED     TO WS-SUM-REVERSED.
           MOVE WS-CASH-REVERSED         TO WS-SUM-CASH.
           WRITE RETURN-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-INVOICES-REOPENED     TO WS-SUM-REOPENED.
           MOVE WS-ENROLLMENTS-SUSPENDED TO WS-SUM-SUSPENDED.
           MOVE WS-RETURN-EXCEPTIONS     TO WS-SUM-EXCEPTIONS.
           WRITE RETURN-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-RETURNS-PERIOD-MOVED  TO WS-SUM-PERIOD-MOVED.
           WRITE RETURN-REPORT-LINE FROM WS-SUMMARY-LINE-3.

           CLOSE ACH-RETURN-FILE
                 ACH-DEBIT-LEDGER-FILE
                 INVOICE-MASTER-FILE
                 RETURN-REPORT-FILE.
           IF WS-AUTOPAY-OPEN
               CLOSE AUTOPAY-FILE
           END-IF.
           IF WS-RETURN-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-NEXT-RETURN.
           READ ACH-RETURN-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE RETURNED ENTRY: REVERSE EVERY PENDING LEDGER ROW UNDER    *
      *  ITS TRACE NUMBER, THEN SUSPEND THE CUSTOMER'S ENROLLMENT.     *
      *****************************************************************
       PROCESS-ONE-RETURN.
           MOVE 0 TO WS-ROWS-FOR-TRACE.
           MOVE 0 TO WS-ROWS-REVERSED.
           MOVE 0 TO WS-RETURN-CUSTOMER.
           PERFORM SET-REASON-TEXT.

           MOVE RT-TRACE-NUMBER  TO WS-DTL-TRACE-NUMBER.
           MOVE 0                TO WS-DTL-CUSTOMER-NUMBER.
           MOVE 0                TO WS-DTL-INVOICE-NUMBER.
           MOVE RT-RETURN-REASON TO WS-DTL-REASON.
           MOVE WS-REASON-TEXT   TO WS-DTL-REASON-TEXT.
           MOVE 0                TO WS-DTL-AMOUNT.

           IF RT-TRACE-NUMBER NOT NUMERIC
               ADD 1 TO WS-RETURN-EXCEPTIONS
               MOVE 'TRACE NUMBER NOT NUMERIC'
                   TO WS-DTL-MESSAGE
               WRITE RETURN-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO PROCESS-ONE-RETURN-EXIT
           END-IF.

           IF RT-RETURN-DATE NUMERIC AND RT-RETURN-DATE > 0
               COMPUTE WS-RETURN-JULIAN =
                   FUNCTION DAY-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(RT-RETURN-DATE))
           ELSE
               MOVE WS-TODAY-JULIAN TO WS-RETURN-JULIAN
           END-IF.
           PERFORM CHECK-RETURN-PERIOD.

           MOVE RT-TRACE-NUMBER TO AD-TRACE-NUMBER.
           MOVE 0               TO AD-INVOICE-NUMBER.
           MOVE 'Y' TO WS-MORE-ROWS-FLAG.
           START ACH-DEBIT-LEDGER-FILE KEY IS NOT LESS THAN AD-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-ROWS-FLAG
           END-START.

           PERFORM UNTIL NOT WS-MORE-ROWS
               READ ACH-DEBIT-LEDGER-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-ROWS-FLAG
               END-READ
               IF WS-MORE-ROWS
                   IF AD-TRACE-NUMBER = RT-TRACE-NUMBER
                       ADD 1 TO WS-ROWS-FOR-TRACE
                       PERFORM REVERSE-ONE-DEBIT THRU
                               REVERSE-ONE-DEBIT-EXIT
                   ELSE
                       MOVE 'N' TO WS-MORE-ROWS-FLAG
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-ROWS-FOR-TRACE = 0
               ADD 1 TO WS-RETURN-EXCEPTIONS
               MOVE 'TRACE NUMBER NOT ON DEBIT LEDGER'
                   TO WS-DTL-MESSAGE
               WRITE RETURN-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO PROCESS-ONE-RETURN-EXIT
           END-IF.

           IF WS-ROWS-REVERSED > 0
               PERFORM SUSPEND-ENROLLMENT THRU
                       SUSPEND-ENROLLMENT-EXIT
           END-IF.

       PROCESS-ONE-RETURN-EXIT.
           EXIT.

      *  ONE INVOICE THE RETURNED ENTRY PAID. THE LEDGER ROW IS
      *  MARKED RETURNED EVEN WHEN THE INVOICE HAS GONE FROM THE
      *  MASTER, SO A RERUN OF THE SAME RETURNS FILE CANNOT BACK
      *  THE MONEY OUT TWICE.
       REVERSE-ONE-DEBIT.
           MOVE AD-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE AD-INVOICE-NUMBER  TO WS-DTL-INVOICE-NUMBER.
           MOVE AD-DEBIT-AMOUNT    TO WS-DTL-AMOUNT.

           IF AD-DEBIT-RETURNED
               ADD 1 TO WS-RETURN-EXCEPTIONS
               MOVE 'ALREADY REVERSED, NOTHING DONE'
                   TO WS-DTL-MESSAGE
               WRITE RETURN-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO REVERSE-ONE-DEBIT-EXIT
           END-IF.

      *  A CLOSED PERIOD THAT REJECTS LEAVES THE ROW PENDING, SO
      *  THE RETURN CAN BE RERUN ONCE FINANCE HAS DECIDED IT.
           IF WS-PERLKP-REJECTED
               ADD 1 TO WS-RETURN-EXCEPTIONS
               MOVE 'RETURN DATED INTO A CLOSED PERIOD'
                   TO WS-DTL-MESSAGE
               WRITE RETURN-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO REVERSE-ONE-DEBIT-EXIT
           END-IF.

           MOVE AD-CUSTOMER-NUMBER TO WS-RETURN-CUSTOMER.
           ADD 1 TO WS-ROWS-REVERSED.

           SET AD-DEBIT-RETURNED   TO TRUE.
           MOVE RT-RETURN-REASON   TO AD-RETURN-REASON.
           MOVE WS-RETURN-JULIAN   TO AD-RETURN-DATE.
           REWRITE ACH-DEBIT-RECORD.

           MOVE AD-CUSTOMER-NUMBER TO IM-CUSTOMER-NUMBER.
           MOVE AD-INVOICE-NUMBER  TO IM-INVOICE-NUMBER.
           MOVE 'Y' TO WS-INVOICE-FOUND-FLAG.
           READ INVOICE-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-INVOICE-FOUND-FLAG
           END-READ.
           IF NOT WS-INVOICE-FOUND
               ADD 1 TO WS-RETURN-EXCEPTIONS
               MOVE 'INVOICE NOT ON MASTER, REVERSE BY HAND'
                   TO WS-DTL-MESSAGE
               WRITE RETURN-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO REVERSE-ONE-DEBIT-EXIT
           END-IF.

           MOVE INVOICE-MASTER-RECORD TO WS-JOURNAL-BEFORE.
           COMPUTE WS-RECEIVABLE-AMOUNT =
               IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT.

           IF AD-DEBIT-AMOUNT < IM-AMOUNT-PAID
               MOVE AD-DEBIT-AMOUNT TO WS-REVERSAL-AMOUNT
           ELSE
               MOVE IM-AMOUNT-PAID TO WS-REVERSAL-AMOUNT
           END-IF.
           SUBTRACT WS-REVERSAL-AMOUNT FROM IM-AMOUNT-PAID.

           IF IM-INVOICE-PAID AND
              IM-AMOUNT-PAID < WS-RECEIVABLE-AMOUNT
               SET IM-INVOICE-OPEN TO TRUE
               ADD 1 TO WS-INVOICES-REOPENED
           END-IF.

           MOVE WS-TODAY-JULIAN TO IM-LAST-MODIFIED.
           MOVE WS-MODIFICATION-STAMP
               TO IM-MODIFICATION-STAMP.
           REWRITE INVOICE-MASTER-RECORD.
           ADD 1 TO WS-INVOICES-REVERSED.
           ADD WS-REVERSAL-AMOUNT TO WS-CASH-REVERSED.

           MOVE INVOICE-MASTER-RECORD TO WS-JOURNAL-AFTER.
           CALL 'WRITEINVJOURNAL' USING WS-JOURNAL-ACTION
                                        WS-JOURNAL-PROGRAM
                                        WS-JOURNAL-BEFORE
                                        WS-JOURNAL-AFTER.

           PERFORM UPDATE-BALANCE-SUMMARY.

           MOVE AD-CUSTOMER-NUMBER     TO HW-CUSTOMER-NUMBER.
           MOVE AD-INVOICE-NUMBER      TO HW-INVOICE-NUMBER.
           MOVE WS-REVERSAL-POSTING-DATE TO HW-PAYMENT-DATE.
           COMPUTE HW-PAYMENT-AMOUNT = 0 - WS-REVERSAL-AMOUNT.
           MOVE AD-PAYMENT-REFERENCE   TO HW-PAYMENT-REFERENCE.
           MOVE 0                      TO HW-APPLICATION-DATE.
           MOVE IM-INVOICE-DATE        TO HW-INVOICE-DATE.
           CALL 'WRITEPAYHISTORY' USING HISTORY-WORK-RECORD.

           MOVE WS-REVERSAL-AMOUNT TO WS-DTL-AMOUNT.
           IF IM-INVOICE-OPEN
               MOVE 'RECEIPT REVERSED, INVOICE OPEN'
                   TO WS-DTL-MESSAGE
           ELSE
               MOVE 'RECEIPT REVERSED'
                   TO WS-DTL-MESSAGE
           END-IF.
           WRITE RETURN-REPORT-LINE FROM WS-DETAIL-LINE.

       REVERSE-ONE-DEBIT-EXIT.
           EXIT.

      *  THE BANK'S RETURN DATE DECIDES THE PERIOD. A RETURN MOVED
      *  OUT OF A CLOSED PERIOD IS COUNTED ONCE, HOWEVER MANY
      *  INVOICES ITS ENTRY PAID.
       CHECK-RETURN-PERIOD.
           MOVE WS-RETURN-JULIAN TO WS-REVERSAL-POSTING-DATE.
           CALL 'LOOKUPPERIODSTATUS' USING WS-RETURN-JULIAN
                                           WS-PERIOD-POSTING-DATE
                                           WS-PERIOD-STATUS-CODE
                                           WS-PERLKP-STATUS.
           IF WS-PERLKP-MOVED
               MOVE WS-PERIOD-POSTING-DATE
                   TO WS-REVERSAL-POSTING-DATE
               ADD 1 TO WS-RETURNS-PERIOD-MOVED
           END-IF.

      *  ANY RETURN TAKES THE CUSTOMER OFF AUTOPAY -- A CLOSED
      *  ACCOUNT WILL NEVER CLEAR, AND AN NSF RETRIED BLINDLY
      *  EARNS THE CUSTOMER A SECOND BANK FEE.
       SUSPEND-ENROLLMENT.
           IF NOT WS-AUTOPAY-OPEN
               GO TO SUSPEND-ENROLLMENT-EXIT
           END-IF.
           MOVE WS-RETURN-CUSTOMER TO AP-CUSTOMER-NUMBER.
           READ AUTOPAY-FILE
               INVALID KEY GO TO SUSPEND-ENROLLMENT-EXIT
           END-READ.
           IF NOT AP-ENROLLMENT-CANCELLED
               SET AP-ENROLLMENT-SUSPENDED TO TRUE
           END-IF.
           MOVE RT-RETURN-REASON TO AP-LAST-RETURN-REASON.
           MOVE WS-RETURN-JULIAN TO AP-LAST-RETURN-DATE.
           ADD 1 TO AP-RETURN-COUNT.
           REWRITE AUTOPAY-ENROLLMENT-RECORD.
           ADD 1 TO WS-ENROLLMENTS-SUSPENDED.
       SUSPEND-ENROLLMENT-EXIT.
           EXIT.

       SET-REASON-TEXT.
           EVALUATE RT-RETURN-REASON
               WHEN 'R01'
                   MOVE 'INSUFFICIENT FUNDS'     TO WS-REASON-TEXT
               WHEN 'R02'
                   MOVE 'ACCOUNT CLOSED'         TO WS-REASON-TEXT
               WHEN 'R03'
                   MOVE 'NO ACCOUNT'             TO WS-REASON-TEXT
               WHEN 'R04'
                   MOVE 'INVALID ACCOUNT NUMBER' TO WS-REASON-TEXT
               WHEN 'R08'
                   MOVE 'PAYMENT STOPPED'        TO WS-REASON-TEXT
               WHEN 'R10'
                   MOVE 'NOT AUTHORIZED'         TO WS-REASON-TEXT
               WHEN 'R16'
                   MOVE 'ACCOUNT FROZEN'         TO WS-REASON-TEXT
               WHEN 'R20'
                   MOVE 'NON-TRANSACTION ACCOUNT' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'OTHER RETURN'           TO WS-REASON-TEXT
           END-EVALUATE.

      *  WHAT THE RECORD ADDS TO EXPOSURE BEFORE AND AFTER THE
      *  CHANGE DECIDES THE SUMMARY DELTA -- A SETTLED RECORD
      *  CONTRIBUTES NOTHING.
       UPDATE-BALANCE-SUMMARY.
           MOVE 0 TO WS-BAL-BEFORE-CHARGES.
           MOVE 0 TO WS-BAL-BEFORE-CREDITS.
           MOVE WS-JOURNAL-BEFORE TO BALANCE-BEFORE-RECORD.
           IF BB-SETTLEMENT-STATUS NOT = 'P'
               IF BB-INVOICE-TRANSACTION-TYPE = 'C'
                   COMPUTE WS-BAL-BEFORE-CHARGES ROUNDED =
                       BB-INVOICE-AMOUNT
                           * BB-INVOICE-EXCHANGE-RATE
               ELSE
                   COMPUTE WS-BAL-BEFORE-CREDITS ROUNDED =
                       BB-INVOICE-AMOUNT
                           * BB-INVOICE-EXCHANGE-RATE
               END-IF
           END-IF.

           MOVE 0 TO WS-BAL-AFTER-CHARGES.
           MOVE 0 TO WS-BAL-AFTER-CREDITS.
           IF NOT IM-INVOICE-PAID
               IF IM-TYPE-CHARGE
                   COMPUTE WS-BAL-AFTER-CHARGES ROUNDED =
                       IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE
               ELSE
                   COMPUTE WS-BAL-AFTER-CREDITS ROUNDED =
                       IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE
               END-IF
           END-IF.

           COMPUTE WS-BAL-CHARGES-DELTA =
               WS-BAL-AFTER-CHARGES - WS-BAL-BEFORE-CHARGES.
           COMPUTE WS-BAL-CREDITS-DELTA =
               WS-BAL-AFTER-CREDITS - WS-BAL-BEFORE-CREDITS.

           IF WS-BAL-CHARGES-DELTA NOT = 0 OR
              WS-BAL-CREDITS-DELTA NOT = 0
               CALL 'UPDATECUSTBALANCE'
                   USING IM-CUSTOMER-NUMBER
                         WS-BAL-CHARGES-DELTA
                         WS-BAL-CREDITS-DELTA
                         WS-BAL-LAST-PAYMENT
           END-IF.
