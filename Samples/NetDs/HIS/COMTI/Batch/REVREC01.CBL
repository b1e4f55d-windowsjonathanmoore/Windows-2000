      ***********************************************************
      * REVREC01 -- MONTHLY DEFERRED REVENUE RECOGNITION             *
      *                                                              *
      * A QUARTERLY OR ANNUAL CONTRACT IS BILLED IN ADVANCE BY       *
      * BILLGEN1, AND INVPOST1 PUTS THE REVENUE OF SUCH A CHARGE ON  *
      * THE DEFREV RECOGNITION SCHEDULE (DEFREV.cpy) INSTEAD OF      *
      * LETTING IT ALL REACH REVENUE ON THE INVOICE DATE. THIS JOB   *
      * RUNS AT MONTH-END, BEFORE THE NEXT MONTH'S POSTING, AND      *
      * RELEASES EACH OPEN SCHEDULE'S SHARE FOR THE MONTH: THE       *
      * UNRECOGNIZED BALANCE SPREAD EVENLY OVER THE SERVICE MONTHS   *
      * STILL TO COME, THE LAST MONTH TAKING WHATEVER ROUNDING IS    *
      * LEFT. A MONTH THE JOB WAS NOT RUN FOR IS CAUGHT UP IN THE    *
      * NEXT RUN. EACH RELEASE IS APPENDED TO THE GLFEED.cpy SIDE    *
      * FEED AS AN RREC ACTIVITY (DEBIT DEFERRED REVENUE, CREDIT     *
      * EARNED REVENUE) FOR TONIGHT'S GLEXTR01, AND THE SCHEDULE     *
      * REMEMBERS THE MONTH SO A RERUN RELEASES NOTHING TWICE.       *
      *                                                              *
      * THE REPORT LISTS EVERY RELEASE AND THEN THE DEFERRED-REVENUE *
      * ROLLFORWARD FOR THE MONTH BY COMPANY AND PRODUCT -- OPENING  *
      * BALANCE, NEWLY BILLED, RECOGNIZED, REVERSED BY CREDIT MEMOS  *
      * AND VOIDS, AND CLOSING BALANCE -- WITH A GRAND TOTAL. THE    *
      * MONTH (YYYYMM) COMES FROM THE OPTIONAL REVRCPRM CARD,        *
      * DEFAULT THE CURRENT MONTH. COMPANY/PRODUCT PAIRS PAST THE    *
      * TABLE BOUND ARE IN THE GRAND TOTAL ONLY AND GRADE A WARNING  *
      * (RC 4).                                                      *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVREC01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRED-REVENUE-FILE ASSIGN TO DEFREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DEFREV-STATUS.
           SELECT RECOGNITION-PARM-FILE ASSIGN TO REVRCPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GL-SIDE-FEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT RECOGNITION-REPORT-FILE ASSIGN TO REVRCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFERRED-REVENUE-FILE.
           COPY DEFREV.

      *  THE MONTH TO RECOGNIZE, YYYYMM. BLANK, NON-NUMERIC OR NOT A
      *  MONTH KEEPS THE CURRENT ONE.
       FD  RECOGNITION-PARM-FILE.
       01  RECOGNITION-PARM-RECORD.
           05  RP-PERIOD                     PIC 9(6).
           05  RP-PERIOD-PARTS REDEFINES RP-PERIOD.
               10  FILLER                    PIC 9(4).
               10  RP-PERIOD-MONTH           PIC 9(2).
           05  FILLER                        PIC X(74).

       FD  GL-SIDE-FEED-FILE.
           COPY GLFEED.

       FD  RECOGNITION-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RECOGNITION-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-SCHEDULES          VALUE 'Y'.

       01  WS-DEFREV-STATUS                  PIC X(2).
           88  WS-DEFREV-STATUS-OK           VALUE '00'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-FEED-STATUS                    PIC X(2).
           88  WS-FEED-STATUS-OK             VALUE '00'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.

      *  MONTHS ARE COUNTED AS YEAR * 12 + MONTH SO THE DISTANCE
      *  BETWEEN TWO YYYYMM PERIODS IS A SUBTRACTION.
       01  WS-PERIOD                         PIC 9(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR                PIC 9(4).
           05  WS-PERIOD-MONTH               PIC 9(2).
       01  WS-FIRST-PERIOD                   PIC 9(6).
       01  WS-FIRST-PERIOD-PARTS REDEFINES WS-FIRST-PERIOD.
           05  WS-FIRST-YEAR                 PIC 9(4).
           05  WS-FIRST-MONTH                PIC 9(2).
       01  WS-MONTHS-DUE                     PIC S9(5) COMP.
       01  WS-MONTHS-LEFT                    PIC S9(5) COMP.

       01  WS-UNRECOGNIZED                   PIC S9(13)V9(2) COMP-3.
       01  WS-RELEASE-AMOUNT                 PIC S9(13)V9(2) COMP-3.

      *  ONE SCHEDULE'S MOVEMENT IN THE MONTH. THE CLOSING BALANCE
      *  IS WHAT IS STILL DEFERRED NOW; THE OPENING BALANCE IS THAT
      *  WITH THE MONTH'S MOVEMENT TAKEN BACK OUT.
       01  WS-ROLL-OPENING                   PIC S9(13)V9(2) COMP-3.
       01  WS-ROLL-BILLED                    PIC S9(13)V9(2) COMP-3.
       01  WS-ROLL-RECOGNIZED                PIC S9(13)V9(2) COMP-3.
       01  WS-ROLL-REVERSED                  PIC S9(13)V9(2) COMP-3.
       01  WS-ROLL-CLOSING                   PIC S9(13)V9(2) COMP-3.

      *  PER COMPANY/PRODUCT ROLLFORWARD, LINEAR-SEARCHED. PAIRS
      *  PAST THE TABLE BOUND STILL ROLL INTO THE GRAND TOTAL AND
      *  ARE COUNTED ON THE OVERFLOW LINE.
       01  WS-MAX-PRODUCTS                   PIC 9(4) COMP VALUE 500.
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-PROD-IDX.
               10  WS-PROD-COMPANY-CODE      PIC X(2).
               10  WS-PROD-CODE              PIC X(12).
               10  WS-PROD-OPENING           PIC S9(13)V9(2) COMP-3.
               10  WS-PROD-BILLED            PIC S9(13)V9(2) COMP-3.
               10  WS-PROD-RECOGNIZED        PIC S9(13)V9(2) COMP-3.
               10  WS-PROD-REVERSED          PIC S9(13)V9(2) COMP-3.
               10  WS-PROD-CLOSING           PIC S9(13)V9(2) COMP-3.
       01  WS-PRODUCT-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-PRODUCT-SCAN                   PIC 9(4) COMP.
       01  WS-PRODUCT-SLOT                   PIC 9(4) COMP.
       01  WS-SCHEDULE-COMPANY-CODE          PIC X(2).

       01  WS-COUNTERS.
           05  WS-SCHEDULES-READ             PIC 9(9) COMP VALUE 0.
           05  WS-SCHEDULES-RELEASED         PIC 9(9) COMP VALUE 0.
           05  WS-SCHEDULES-COMPLETED        PIC 9(9) COMP VALUE 0.
           05  WS-OVERFLOW-SCHEDULES         PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-OPENING              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-BILLED               PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-RECOGNIZED           PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-REVERSED             PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-CLOSING              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'DEFERRED REVENUE RECOGNITION FOR MONTH:'.
           05  WS-TTL-PERIOD                 PIC 9(6).

       01  WS-RELEASE-HEADING.
           05  FILLER                        PIC X(9) VALUE 'CUSTOMER'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'INVOICE'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(12)
               VALUE 'PRODUCT CODE'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE 'MONTH'.
           05  FILLER                        PIC X(10) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE 'RELEASED'.
           05  FILLER                        PIC X(9) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE 'REMAINING'.

       01  WS-RELEASE-LINE.
           05  WS-RLS-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-RLS-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-RLS-PRODUCT-CODE           PIC X(12).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-RLS-MONTHS-DONE            PIC Z9.
           05  FILLER                        PIC X(4) VALUE ' OF '.
           05  WS-RLS-SERVICE-MONTHS         PIC Z9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-RLS-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-RLS-REMAINING              PIC -(12)9.99.

       01  WS-ROLL-TITLE-LINE.
           05  FILLER                        PIC X(40)
               VALUE 'DEFERRED REVENUE ROLLFORWARD (USD)'.

       01  WS-ROLL-HEADING.
           05  FILLER                        PIC X(3) VALUE 'CO'.
           05  FILLER                        PIC X(12)
               VALUE 'PRODUCT CODE'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE 'OPENING'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE 'BILLED'.
           05  FILLER                        PIC X(8) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'RECOGNIZED'.
           05  FILLER                        PIC X(10) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE 'REVERSED'.
           05  FILLER                        PIC X(11) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE 'CLOSING'.

       01  WS-ROLL-LINE.
           05  WS-RLL-COMPANY-CODE           PIC X(2).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-RLL-PRODUCT-CODE           PIC X(12).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-RLL-OPENING                PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-RLL-BILLED                 PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-RLL-RECOGNIZED             PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-RLL-REVERSED               PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-RLL-CLOSING                PIC -(12)9.99.

       01  WS-OVERFLOW-LINE.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(52)
               VALUE ' SCHEDULES PAST TABLE BOUND, IN GRAND TOTAL ONLY'.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                  PIC X(28).
           05  WS-CNT-COUNT                  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PERIOD.
           PERFORM READ-RECOGNITION-PARM THRU
                   READ-RECOGNITION-PARM-EXIT.

      *  NO SCHEDULE FILE YET MEANS NOTHING HAS EVER BEEN DEFERRED.
           OPEN I-O DEFERRED-REVENUE-FILE.
           IF NOT WS-DEFREV-STATUS-OK
               CLOSE DEFERRED-REVENUE-FILE
               GOBACK
           END-IF.

      *  WITHOUT THE SIDE FEED A RELEASE COULD NOT REACH THE LEDGER,
      *  SO NOTHING IS RELEASED AND THE STEP STOPS THE CHAIN.
           OPEN EXTEND GL-SIDE-FEED-FILE.
           IF NOT WS-FEED-STATUS-OK
               OPEN OUTPUT GL-SIDE-FEED-FILE
               IF NOT WS-FEED-STATUS-OK
                   CLOSE GL-SIDE-FEED-FILE
                         DEFERRED-REVENUE-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT RECOGNITION-REPORT-FILE.

           MOVE WS-PERIOD TO WS-TTL-PERIOD.
           WRITE RECOGNITION-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO RECOGNITION-REPORT-LINE.
           WRITE RECOGNITION-REPORT-LINE.
           WRITE RECOGNITION-REPORT-LINE FROM WS-RELEASE-HEADING.

           PERFORM READ-NEXT-SCHEDULE.
           PERFORM UNTIL WS-NO-MORE-SCHEDULES
               ADD 1 TO WS-SCHEDULES-READ
               IF DR-SCHEDULE-OPEN AND
                  DR-FIRST-PERIOD NOT > WS-PERIOD AND
                  DR-LAST-PERIOD < WS-PERIOD
                   PERFORM RELEASE-THE-MONTH THRU
                           RELEASE-THE-MONTH-EXIT
               END-IF
               PERFORM ACCUMULATE-ROLLFORWARD
               PERFORM READ-NEXT-SCHEDULE
           END-PERFORM.

           PERFORM WRITE-ROLLFORWARD.

           MOVE SPACES TO RECOGNITION-REPORT-LINE.
           WRITE RECOGNITION-REPORT-LINE.
           MOVE 'SCHEDULES ON FILE:'          TO WS-CNT-LABEL.
           MOVE WS-SCHEDULES-READ             TO WS-CNT-COUNT.
           WRITE RECOGNITION-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'SCHEDULES RELEASED:'         TO WS-CNT-LABEL.
           MOVE WS-SCHEDULES-RELEASED         TO WS-CNT-COUNT.
           WRITE RECOGNITION-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'SCHEDULES FULLY RECOGNIZED:' TO WS-CNT-LABEL.
           MOVE WS-SCHEDULES-COMPLETED        TO WS-CNT-COUNT.
           WRITE RECOGNITION-REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-OVERFLOW-SCHEDULES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE DEFERRED-REVENUE-FILE
                 GL-SIDE-FEED-FILE
                 RECOGNITION-REPORT-FILE.
           GOBACK.

       READ-RECOGNITION-PARM.
           OPEN INPUT RECOGNITION-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-RECOGNITION-PARM-EXIT
           END-IF.
           READ RECOGNITION-PARM-FILE
               AT END GO TO CLOSE-RECOGNITION-PARM
           END-READ.
           IF RP-PERIOD NUMERIC AND
              RP-PERIOD-MONTH > 0 AND RP-PERIOD-MONTH < 13
               MOVE RP-PERIOD TO WS-PERIOD
           END-IF.
       CLOSE-RECOGNITION-PARM.
           CLOSE RECOGNITION-PARM-FILE.
       READ-RECOGNITION-PARM-EXIT.
           EXIT.

       READ-NEXT-SCHEDULE.
           READ DEFERRED-REVENUE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  RELEASE WHAT THE SCHEDULE OWES THROUGH THE MONTH. THE MONTHS  *
      *  DUE ARE THOSE FROM THE FIRST SERVICE MONTH THROUGH THIS ONE,  *
      *  NEVER MORE THAN THE TERM; THE SHARE IS THE UNRECOGNIZED       *
      *  BALANCE TIMES THE MONTHS NOW DUE OVER THE MONTHS STILL LEFT,  *
      *  SO A CREDIT PART-WAY THROUGH THE TERM SPREADS WHAT REMAINS    *
      *  AND THE FINAL MONTH TAKES THE WHOLE BALANCE.                  *
      *****************************************************************
       RELEASE-THE-MONTH.
           MOVE DR-FIRST-PERIOD TO WS-FIRST-PERIOD.
           COMPUTE WS-MONTHS-DUE =
               (WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH)
             - (WS-FIRST-YEAR * 12 + WS-FIRST-MONTH) + 1.
           IF WS-MONTHS-DUE > DR-SERVICE-MONTHS
               MOVE DR-SERVICE-MONTHS TO WS-MONTHS-DUE
           END-IF.
           COMPUTE WS-MONTHS-LEFT =
               DR-SERVICE-MONTHS - DR-MONTHS-RECOGNIZED.
           IF WS-MONTHS-DUE NOT > DR-MONTHS-RECOGNIZED OR
              WS-MONTHS-LEFT NOT > 0
               GO TO RELEASE-THE-MONTH-EXIT
           END-IF.

           COMPUTE WS-UNRECOGNIZED =
               DR-DEFERRED-AMOUNT - DR-RECOGNIZED-AMOUNT
                   - DR-REVERSED-AMOUNT.
           IF WS-MONTHS-DUE = DR-SERVICE-MONTHS
               MOVE WS-UNRECOGNIZED TO WS-RELEASE-AMOUNT
           ELSE
               COMPUTE WS-RELEASE-AMOUNT ROUNDED =
                   WS-UNRECOGNIZED
                 * (WS-MONTHS-DUE - DR-MONTHS-RECOGNIZED)
                 / WS-MONTHS-LEFT
           END-IF.

           MOVE WS-MONTHS-DUE TO DR-MONTHS-RECOGNIZED.
           MOVE WS-PERIOD TO DR-LAST-PERIOD.
           MOVE WS-RELEASE-AMOUNT TO DR-LAST-PERIOD-AMOUNT.
           ADD WS-RELEASE-AMOUNT TO DR-RECOGNIZED-AMOUNT.
           IF WS-MONTHS-DUE = DR-SERVICE-MONTHS
               SET DR-FULLY-RECOGNIZED TO TRUE
               ADD 1 TO WS-SCHEDULES-COMPLETED
           END-IF.
           REWRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   GO TO RELEASE-THE-MONTH-EXIT
           END-REWRITE.

           IF WS-RELEASE-AMOUNT = 0
               GO TO RELEASE-THE-MONTH-EXIT
           END-IF.

           MOVE WS-TODAY-YYYYMMDD     TO GF-FEED-DATE.
           MOVE 'REVREC01'            TO GF-SOURCE-PROGRAM.
           MOVE 'RREC'                TO GF-ACTIVITY-CODE.
           MOVE DR-PRODUCT-CODE       TO GF-PRODUCT-CODE.
           MOVE DR-CUSTOMER-NUMBER    TO GF-CUSTOMER-NUMBER.
           MOVE DR-INVOICE-NUMBER     TO GF-INVOICE-NUMBER.
           MOVE WS-RELEASE-AMOUNT     TO GF-AMOUNT.
           MOVE DR-COMPANY-CODE       TO GF-COMPANY-CODE.
           WRITE GL-SIDE-FEED-RECORD.
           ADD 1 TO WS-SCHEDULES-RELEASED.

           MOVE DR-CUSTOMER-NUMBER    TO WS-RLS-CUSTOMER-NUMBER.
           MOVE DR-INVOICE-NUMBER     TO WS-RLS-INVOICE-NUMBER.
           MOVE DR-PRODUCT-CODE       TO WS-RLS-PRODUCT-CODE.
           MOVE DR-MONTHS-RECOGNIZED  TO WS-RLS-MONTHS-DONE.
           MOVE DR-SERVICE-MONTHS     TO WS-RLS-SERVICE-MONTHS.
           MOVE WS-RELEASE-AMOUNT     TO WS-RLS-AMOUNT.
           COMPUTE WS-RLS-REMAINING =
               WS-UNRECOGNIZED - WS-RELEASE-AMOUNT.
           WRITE RECOGNITION-REPORT-LINE FROM WS-RELEASE-LINE.

       RELEASE-THE-MONTH-EXIT.
           EXIT.

      *****************************************************************
      *  ROLL THIS SCHEDULE'S MONTH INTO ITS COMPANY/PRODUCT LINE AND  *
      *  THE GRAND TOTAL. A SCHEDULE WITH NO BALANCE AND NO MOVEMENT   *
      *  IN THE MONTH ADDS NOTHING.                                    *
      *****************************************************************
       ACCUMULATE-ROLLFORWARD.
           COMPUTE WS-ROLL-CLOSING =
               DR-DEFERRED-AMOUNT - DR-RECOGNIZED-AMOUNT
                   - DR-REVERSED-AMOUNT.
           MOVE 0 TO WS-ROLL-BILLED.
           IF DR-CREATED-PERIOD = WS-PERIOD
               MOVE DR-DEFERRED-AMOUNT TO WS-ROLL-BILLED
           END-IF.
           MOVE 0 TO WS-ROLL-RECOGNIZED.
           IF DR-LAST-PERIOD = WS-PERIOD
               MOVE DR-LAST-PERIOD-AMOUNT TO WS-ROLL-RECOGNIZED
           END-IF.
           MOVE 0 TO WS-ROLL-REVERSED.
           IF DR-REVERSAL-PERIOD = WS-PERIOD
               MOVE DR-PERIOD-REVERSED-AMOUNT TO WS-ROLL-REVERSED
           END-IF.
           COMPUTE WS-ROLL-OPENING =
               WS-ROLL-CLOSING - WS-ROLL-BILLED
                   + WS-ROLL-RECOGNIZED + WS-ROLL-REVERSED.

           IF WS-ROLL-OPENING = 0 AND WS-ROLL-BILLED = 0 AND
              WS-ROLL-RECOGNIZED = 0 AND WS-ROLL-REVERSED = 0 AND
              WS-ROLL-CLOSING = 0
               CONTINUE
           ELSE
               PERFORM ADD-TO-ROLLFORWARD
           END-IF.

       ADD-TO-ROLLFORWARD.
           ADD WS-ROLL-OPENING    TO WS-TOTAL-OPENING.
           ADD WS-ROLL-BILLED     TO WS-TOTAL-BILLED.
           ADD WS-ROLL-RECOGNIZED TO WS-TOTAL-RECOGNIZED.
           ADD WS-ROLL-REVERSED   TO WS-TOTAL-REVERSED.
           ADD WS-ROLL-CLOSING    TO WS-TOTAL-CLOSING.

           MOVE DR-COMPANY-CODE TO WS-SCHEDULE-COMPANY-CODE.
           IF WS-SCHEDULE-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY-CODE TO WS-SCHEDULE-COMPANY-CODE
           END-IF.

           MOVE 0 TO WS-PRODUCT-SLOT.
           MOVE 0 TO WS-PRODUCT-SCAN.
           PERFORM UNTIL WS-PRODUCT-SCAN = WS-PRODUCT-COUNT
                      OR WS-PRODUCT-SLOT > 0
               ADD 1 TO WS-PRODUCT-SCAN
               SET WS-PROD-IDX TO WS-PRODUCT-SCAN
               IF WS-PROD-COMPANY-CODE(WS-PROD-IDX) =
                      WS-SCHEDULE-COMPANY-CODE AND
                  WS-PROD-CODE(WS-PROD-IDX) = DR-PRODUCT-CODE
                   MOVE WS-PRODUCT-SCAN TO WS-PRODUCT-SLOT
               END-IF
           END-PERFORM.

           IF WS-PRODUCT-SLOT = 0 AND
              WS-PRODUCT-COUNT < WS-MAX-PRODUCTS
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE WS-PRODUCT-COUNT TO WS-PRODUCT-SLOT
               SET WS-PROD-IDX TO WS-PRODUCT-SLOT
               MOVE WS-SCHEDULE-COMPANY-CODE
                   TO WS-PROD-COMPANY-CODE(WS-PROD-IDX)
               MOVE DR-PRODUCT-CODE TO WS-PROD-CODE(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-OPENING(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-BILLED(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-RECOGNIZED(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-REVERSED(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-CLOSING(WS-PROD-IDX)
           END-IF.

           IF WS-PRODUCT-SLOT = 0
               ADD 1 TO WS-OVERFLOW-SCHEDULES
           ELSE
               SET WS-PROD-IDX TO WS-PRODUCT-SLOT
               ADD WS-ROLL-OPENING
                   TO WS-PROD-OPENING(WS-PROD-IDX)
               ADD WS-ROLL-BILLED
                   TO WS-PROD-BILLED(WS-PROD-IDX)
               ADD WS-ROLL-RECOGNIZED
                   TO WS-PROD-RECOGNIZED(WS-PROD-IDX)
               ADD WS-ROLL-REVERSED
                   TO WS-PROD-REVERSED(WS-PROD-IDX)
               ADD WS-ROLL-CLOSING
                   TO WS-PROD-CLOSING(WS-PROD-IDX)
           END-IF.

       WRITE-ROLLFORWARD.
           MOVE SPACES TO RECOGNITION-REPORT-LINE.
           WRITE RECOGNITION-REPORT-LINE.
           WRITE RECOGNITION-REPORT-LINE FROM WS-ROLL-TITLE-LINE.
           WRITE RECOGNITION-REPORT-LINE FROM WS-ROLL-HEADING.

           MOVE 0 TO WS-PRODUCT-SCAN.
           PERFORM UNTIL WS-PRODUCT-SCAN = WS-PRODUCT-COUNT
               ADD 1 TO WS-PRODUCT-SCAN
               SET WS-PROD-IDX TO WS-PRODUCT-SCAN
               MOVE WS-PROD-COMPANY-CODE(WS-PROD-IDX)
                   TO WS-RLL-COMPANY-CODE
               MOVE WS-PROD-CODE(WS-PROD-IDX)
                   TO WS-RLL-PRODUCT-CODE
               MOVE WS-PROD-OPENING(WS-PROD-IDX)    TO WS-RLL-OPENING
               MOVE WS-PROD-BILLED(WS-PROD-IDX)     TO WS-RLL-BILLED
               MOVE WS-PROD-RECOGNIZED(WS-PROD-IDX)
                   TO WS-RLL-RECOGNIZED
               MOVE WS-PROD-REVERSED(WS-PROD-IDX)   TO WS-RLL-REVERSED
               MOVE WS-PROD-CLOSING(WS-PROD-IDX)    TO WS-RLL-CLOSING
               WRITE RECOGNITION-REPORT-LINE FROM WS-ROLL-LINE
           END-PERFORM.

           IF WS-OVERFLOW-SCHEDULES > 0
               MOVE WS-OVERFLOW-SCHEDULES TO WS-OVF-COUNT
               WRITE RECOGNITION-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.

           MOVE SPACES TO RECOGNITION-REPORT-LINE.
           WRITE RECOGNITION-REPORT-LINE.
           MOVE SPACES                TO WS-RLL-COMPANY-CODE.
           MOVE 'GRAND TOTAL'         TO WS-RLL-PRODUCT-CODE.
           MOVE WS-TOTAL-OPENING      TO WS-RLL-OPENING.
           MOVE WS-TOTAL-BILLED       TO WS-RLL-BILLED.
           MOVE WS-TOTAL-RECOGNIZED   TO WS-RLL-RECOGNIZED.
           MOVE WS-TOTAL-REVERSED     TO WS-RLL-REVERSED.
           MOVE WS-TOTAL-CLOSING      TO WS-RLL-CLOSING.
           WRITE RECOGNITION-REPORT-LINE FROM WS-ROLL-LINE.
