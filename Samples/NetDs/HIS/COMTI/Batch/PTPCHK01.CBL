      ***********************************************************
      * PTPCHK01 -- NIGHTLY PROMISE-TO-PAY CHECK                     *
      *                                                              *
      * THE PTPMNT ONLINE METHOD RECORDS A CUSTOMER'S PROMISE TO     *
      * PAY (PROMISE.cpy). THIS JOB HOLDS EVERY OPEN PROMISE         *
      * AGAINST THE PERMANENT PAYMENT HISTORY (PAYHIST.cpy, THE      *
      * RECORDS WRITEPAYHISTORY APPENDS AS CASHAPP1 APPLIES CASH):   *
      * A PAYMENT COUNTS TOWARD THE PROMISE WHEN IT WAS MADE ON OR   *
      * AFTER THE DAY THE PROMISE WAS TAKEN AND NO LATER THAN THE    *
      * PROMISED DATE, AND -- WHEN THE PROMISE NAMES INVOICES --     *
      * WHEN IT WAS APPLIED TO ONE OF THEM. ONCE THE COUNTED         *
      * PAYMENTS REACH THE PROMISED AMOUNT THE PROMISE CLOSES KEPT;  *
      * ONCE THE PROMISED DATE HAS PASSED SHORT IT CLOSES BROKEN     *
      * AND GOES ON THE BROKEN-PROMISE REPORT UNDER ITS COLLECTOR.   *
      * COLWRK01 PUTS A BROKEN PROMISE AT THE TOP OF THE             *
      * COLLECTOR'S WORKLIST; DUNLTR01 STOPS HOLDING LETTERS ONCE    *
      * THE PROMISE IS NO LONGER OPEN AND UNEXPIRED.                 *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTPCHK01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-FILE ASSIGN TO PROMISE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CUSTOMER-NUMBER
               FILE STATUS IS WS-PROMISE-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMISE-REPORT-FILE ASSIGN TO PTPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMISE-FILE.
           COPY PROMISE.

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  PROMISE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PROMISE-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROMISE-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-PROMISES           VALUE 'Y'.
       01  WS-HISTORY-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-HISTORY            VALUE 'Y'.

       01  WS-PROMISE-STATUS                 PIC X(2).
           88  WS-PROMISE-STATUS-OK          VALUE '00'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).

      *  THE OPEN PROMISES, HELD IN MEMORY WHILE THE PAYMENT
      *  HISTORY IS SCANNED ONCE -- THE SAME BOUNDED-TABLE APPROACH
      *  AS PLANCMP1'S PAYER TABLE. A PROMISE PAST THE BOUND IS
      *  COUNTED AND REPORTED AND LEFT OPEN RATHER THAN JUDGED ON
      *  PAYMENTS THIS RUN COULD NOT TOTAL.
       01  WS-MAX-PROMISES                   PIC 9(4) COMP VALUE 2000.
       01  WS-PROMISE-TABLE.
           05  WS-PROMISE-ENTRY OCCURS 2000 TIMES
                                       INDEXED BY WS-PRM-IDX.
               10  WS-PRM-CUSTOMER-NUMBER    PIC 9(9).
               10  WS-PRM-TAKEN-DATE         PIC 9(7) COMP-3.
               10  WS-PRM-PROMISED-DATE      PIC 9(7) COMP-3.
               10  WS-PRM-INVOICE-COUNT      PIC 9(2).
               10  WS-PRM-COVERED-INVOICE    OCCURS 10 TIMES
                                             PIC 9(10).
               10  WS-PRM-RECEIVED           PIC S9(13)V9(2) COMP-3.
       01  WS-PROMISE-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-PROMISE-SCAN                   PIC 9(4) COMP.
       01  WS-PROMISE-SLOT                   PIC 9(4) COMP.
       01  WS-PROMISE-OVERFLOW               PIC 9(9) COMP VALUE 0.
       01  WS-INVOICE-SUB                    PIC 9(4) COMP.

       01  WS-PAYMENT-COUNTS-FLAG            PIC X.
           88  WS-PAYMENT-COUNTS             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PROMISES-READ              PIC 9(9) COMP VALUE 0.
           05  WS-PAYMENTS-READ              PIC 9(9) COMP VALUE 0.
           05  WS-PROMISES-KEPT              PIC 9(9) COMP VALUE 0.
           05  WS-PROMISES-BROKEN            PIC 9(9) COMP VALUE 0.
           05  WS-PROMISES-STILL-OPEN        PIC 9(9) COMP VALUE 0.
           05  WS-BROKEN-AMOUNT-TOTAL        PIC S9(13)V9(2) COMP-3
                                             VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'PROMISE-TO-PAY CHECK AND BROKEN PROMISES'.

       01  WS-COLUMN-LINE.
           05  FILLER                        PIC X(9)
               VALUE 'COLLECTOR'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9)
               VALUE 'CUSTOMER'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE '        PROMISED'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE '        RECEIVED'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(7)
               VALUE 'DUE'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(44)
               VALUE 'DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-COLLECTOR-ID           PIC X(8).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-PROMISED               PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-RECEIVED               PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-PROMISED-DATE          PIC 9(7).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-MESSAGE                PIC X(44).

       01  WS-OVERFLOW-LINE.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(52)
               VALUE ' PROMISES PAST TABLE BOUND, LEFT OPEN UNCHECKED'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'PROMISES KEPT:          '.
           05  WS-SUM-KEPT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'PROMISES BROKEN:        '.
           05  WS-SUM-BROKEN                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'STILL OPEN:             '.
           05  WS-SUM-OPEN                   PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'BROKEN PROMISED AMOUNT: '.
           05  WS-SUM-BROKEN-AMOUNT          PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O PROMISE-FILE.
           IF NOT WS-PROMISE-STATUS-OK
               CLOSE PROMISE-FILE
               GOBACK
           END-IF.

           OPEN INPUT PAYMENT-HISTORY-FILE
                OUTPUT PROMISE-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).

           WRITE PROMISE-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO PROMISE-REPORT-LINE.
           WRITE PROMISE-REPORT-LINE.
           WRITE PROMISE-REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM READ-NEXT-PROMISE.
           PERFORM UNTIL WS-NO-MORE-PROMISES
               ADD 1 TO WS-PROMISES-READ
               IF PM-PROMISE-OPEN
                   PERFORM HOLD-ONE-PROMISE
               END-IF
               PERFORM READ-NEXT-PROMISE
           END-PERFORM.

           PERFORM READ-NEXT-PAYMENT.
           PERFORM UNTIL WS-NO-MORE-HISTORY
               ADD 1 TO WS-PAYMENTS-READ
               PERFORM COUNT-ONE-PAYMENT THRU
                       COUNT-ONE-PAYMENT-EXIT
               PERFORM READ-NEXT-PAYMENT
           END-PERFORM.

           PERFORM VARYING WS-PROMISE-SCAN FROM 1 BY 1
                   UNTIL WS-PROMISE-SCAN > WS-PROMISE-COUNT
               SET WS-PRM-IDX TO WS-PROMISE-SCAN
               PERFORM JUDGE-ONE-PROMISE THRU JUDGE-ONE-PROMISE-EXIT
           END-PERFORM.

           IF WS-PROMISE-OVERFLOW > 0
               MOVE WS-PROMISE-OVERFLOW TO WS-OVF-COUNT
               WRITE PROMISE-REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO PROMISE-REPORT-LINE.
           WRITE PROMISE-REPORT-LINE.
           MOVE WS-PROMISES-KEPT       TO WS-SUM-KEPT.
           MOVE WS-PROMISES-BROKEN     TO WS-SUM-BROKEN.
           MOVE WS-PROMISES-STILL-OPEN TO WS-SUM-OPEN.
           WRITE PROMISE-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-BROKEN-AMOUNT-TOTAL TO WS-SUM-BROKEN-AMOUNT.
           WRITE PROMISE-REPORT-LINE FROM WS-SUMMARY-LINE-2.

           CLOSE PROMISE-FILE
                 PAYMENT-HISTORY-FILE
                 PROMISE-REPORT-FILE.
           GOBACK.

       READ-NEXT-PROMISE.
           READ PROMISE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PROMISE-EOF-FLAG
           END-READ.

       READ-NEXT-PAYMENT.
           READ PAYMENT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-READ.

       HOLD-ONE-PROMISE.
           IF WS-PROMISE-COUNT < WS-MAX-PROMISES
               ADD 1 TO WS-PROMISE-COUNT
               SET WS-PRM-IDX TO WS-PROMISE-COUNT
               MOVE PM-CUSTOMER-NUMBER
                   TO WS-PRM-CUSTOMER-NUMBER(WS-PRM-IDX)
               MOVE PM-TAKEN-DATE
                   TO WS-PRM-TAKEN-DATE(WS-PRM-IDX)
               MOVE PM-PROMISED-DATE
                   TO WS-PRM-PROMISED-DATE(WS-PRM-IDX)
               MOVE PM-INVOICE-COUNT
                   TO WS-PRM-INVOICE-COUNT(WS-PRM-IDX)
               PERFORM VARYING WS-INVOICE-SUB FROM 1 BY 1
                       UNTIL WS-INVOICE-SUB > 10
                   MOVE PM-COVERED-INVOICE(WS-INVOICE-SUB)
                       TO WS-PRM-COVERED-INVOICE(WS-PRM-IDX,
                                                 WS-INVOICE-SUB)
               END-PERFORM
               MOVE 0 TO WS-PRM-RECEIVED(WS-PRM-IDX)
           ELSE
               ADD 1 TO WS-PROMISE-OVERFLOW
           END-IF.

      *  FIND THE CUSTOMER'S OPEN PROMISE, IF ANY, AND ROLL THE
      *  PAYMENT IN WHEN IT FALLS INSIDE THE PROMISE WINDOW AND
      *  (FOR A PROMISE THAT NAMES INVOICES) ON A COVERED INVOICE.
       COUNT-ONE-PAYMENT.
           MOVE 0 TO WS-PROMISE-SLOT.
           MOVE 0 TO WS-PROMISE-SCAN.
           PERFORM UNTIL WS-PROMISE-SCAN = WS-PROMISE-COUNT
                      OR WS-PROMISE-SLOT > 0
               ADD 1 TO WS-PROMISE-SCAN
               SET WS-PRM-IDX TO WS-PROMISE-SCAN
               IF WS-PRM-CUSTOMER-NUMBER(WS-PRM-IDX) =
                       PH-CUSTOMER-NUMBER
                   MOVE WS-PROMISE-SCAN TO WS-PROMISE-SLOT
               END-IF
           END-PERFORM.
           IF WS-PROMISE-SLOT = 0
               GO TO COUNT-ONE-PAYMENT-EXIT
           END-IF.

           SET WS-PRM-IDX TO WS-PROMISE-SLOT.
           IF PH-PAYMENT-DATE < WS-PRM-TAKEN-DATE(WS-PRM-IDX) OR
              PH-PAYMENT-DATE > WS-PRM-PROMISED-DATE(WS-PRM-IDX)
               GO TO COUNT-ONE-PAYMENT-EXIT
           END-IF.

           IF WS-PRM-INVOICE-COUNT(WS-PRM-IDX) = 0
               MOVE 'Y' TO WS-PAYMENT-COUNTS-FLAG
           ELSE
               MOVE 'N' TO WS-PAYMENT-COUNTS-FLAG
               PERFORM VARYING WS-INVOICE-SUB FROM 1 BY 1
                       UNTIL WS-INVOICE-SUB >
                                 WS-PRM-INVOICE-COUNT(WS-PRM-IDX)
                          OR WS-PAYMENT-COUNTS
                   IF WS-PRM-COVERED-INVOICE(WS-PRM-IDX,
                                             WS-INVOICE-SUB) =
                           PH-INVOICE-NUMBER
                       MOVE 'Y' TO WS-PAYMENT-COUNTS-FLAG
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-PAYMENT-COUNTS
               ADD PH-PAYMENT-AMOUNT TO WS-PRM-RECEIVED(WS-PRM-IDX)
           END-IF.

       COUNT-ONE-PAYMENT-EXIT.
           EXIT.

      *****************************************************************
      *  ONE OPEN PROMISE: COVERED PAYMENTS AT OR ABOVE THE PROMISED   *
      *  AMOUNT CLOSE IT KEPT; A PROMISED DATE ALREADY BEHIND US       *
      *  CLOSES IT BROKEN; ANYTHING ELSE STAYS OPEN WITH ITS RUNNING   *
      *  RECEIVED TOTAL REFRESHED FOR THE ONLINE INQUIRY.              *
      *****************************************************************
       JUDGE-ONE-PROMISE.
           MOVE WS-PRM-CUSTOMER-NUMBER(WS-PRM-IDX)
               TO PM-CUSTOMER-NUMBER.
           READ PROMISE-FILE
               INVALID KEY GO TO JUDGE-ONE-PROMISE-EXIT
           END-READ.

           MOVE WS-PRM-RECEIVED(WS-PRM-IDX) TO PM-AMOUNT-RECEIVED.

           MOVE PM-COLLECTOR-ID      TO WS-DTL-COLLECTOR-ID.
           MOVE PM-CUSTOMER-NUMBER   TO WS-DTL-CUSTOMER-NUMBER.
           MOVE PM-PROMISED-AMOUNT   TO WS-DTL-PROMISED.
           MOVE PM-AMOUNT-RECEIVED   TO WS-DTL-RECEIVED.
           MOVE PM-PROMISED-DATE     TO WS-DTL-PROMISED-DATE.

           IF PM-AMOUNT-RECEIVED NOT LESS THAN PM-PROMISED-AMOUNT
               ADD 1 TO WS-PROMISES-KEPT
               SET PM-PROMISE-KEPT TO TRUE
               MOVE WS-TODAY-JULIAN TO PM-CLOSED-DATE
               REWRITE PROMISE-TO-PAY-RECORD
               MOVE 'PROMISE KEPT, CLOSED' TO WS-DTL-MESSAGE
               WRITE PROMISE-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO JUDGE-ONE-PROMISE-EXIT
           END-IF.

           IF PM-PROMISED-DATE < WS-TODAY-JULIAN
               ADD 1 TO WS-PROMISES-BROKEN
               ADD PM-PROMISED-AMOUNT TO WS-BROKEN-AMOUNT-TOTAL
               SET PM-PROMISE-BROKEN TO TRUE
               MOVE WS-TODAY-JULIAN TO PM-CLOSED-DATE
               REWRITE PROMISE-TO-PAY-RECORD
               MOVE '*** PROMISE BROKEN, BACK TO TOP OF WORKLIST'
                   TO WS-DTL-MESSAGE
               WRITE PROMISE-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO JUDGE-ONE-PROMISE-EXIT
           END-IF.

           ADD 1 TO WS-PROMISES-STILL-OPEN.
           REWRITE PROMISE-TO-PAY-RECORD.

       JUDGE-ONE-PROMISE-EXIT.
           EXIT.
