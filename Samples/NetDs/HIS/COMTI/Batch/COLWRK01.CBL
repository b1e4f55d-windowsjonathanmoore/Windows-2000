      ***********************************************************
      * COLWRK01 -- NIGHTLY COLLECTIONS WORKLIST                     *
      *                                                              *
      * CUST360 SHOWS ONE ACCOUNT AT A TIME, BUT NOTHING TOLD A      *
      * COLLECTOR WHICH ACCOUNTS TO CALL TODAY. THIS JOB MATCH-      *
      * MERGES THE SAME TWO PRE-SORTED EXTRACTS DUNLTR01 READS       *
      * (CUSTSTMT.cpy NAME EXTRACT AND THE INVOICE EXTRACT), AGES    *
      * EACH CUSTOMER'S OPEN CHARGES FROM THE DUE DATE THE SAME WAY  *
      * INVAGE01 DOES, AND SCORES THE ACCOUNT'S DOLLARS AT RISK:     *
      * THE UNDISPUTED PAST-DUE RESIDUAL (NET PLUS TAX LESS PAID,    *
      * RESTATED TO USD) WEIGHTED BY BUCKET -- 25 PERCENT AT 1-30    *
      * DAYS PAST DUE, 50 AT 31-60, 75 AT 61-90, ALL OF IT OVER 90.  *
      * AN ACCOUNT WHOSE LAST DUNHIST LETTER WAS A FINAL NOTICE      *
      * CARRIES ITS WHOLE PAST-DUE BALANCE AT RISK, AND NO ACCOUNT   *
      * IS SCORED ABOVE ITS CUSTBAL NET BALANCE (OPEN CREDITS OFFSET *
      * THE EXPOSURE). AN INVOICE ON HOLD OR UNDER AN OPEN DSPCASE   *
      * DISPUTE IS NOT THE COLLECTOR'S TO CHASE; AN ACCOUNT WHOSE    *
      * OPEN ITEMS ARE ALL DISPUTED, OR THAT IS ON AN ACTIVE PAYPLAN *
      * INSTALLMENT PLAN, IS LEFT OFF THE LISTS ALTOGETHER -- AS IS  *
      * ONE IN BANKRUPTCY OR UNDER ANOTHER LEGAL HOLD                *
      * (ST-COLLECTION-BARRED, KEPT BY THE LGLMNT METHOD), WHICH NO  *
      * COLLECTOR MAY CALL.                                          *
      * EACH ACCOUNT IS ROUTED TO ITS COLLECTOR THROUGH COLLASGN,    *
      * AND THE REPORT CARRIES ONE WORKLIST SECTION PER ACTIVE       *
      * COLLECTOR ON COLLMAST, HIGHEST DOLLARS AT RISK FIRST.        *
      * ACCOUNTS WITH NO ASSIGNMENT, OR ASSIGNED TO A COLLECTOR WHO  *
      * IS INACTIVE OR GONE, ARE LISTED IN A FINAL UNASSIGNED        *
      * SECTION SO NOTHING AT RISK FALLS OFF EVERY LIST. AN ACCOUNT  *
      * WHOSE PROMISE.cpy PROMISE TO PAY PTPCHK01 HAS CLOSED BROKEN  *
      * GOES TO THE TOP OF ITS COLLECTOR'S SECTION (FLAGGED BRKN)    *
      * AHEAD OF EVERY ACCOUNT WITHOUT ONE, AND STAYS THERE UNTIL    *
      * THE COLLECTOR TAKES A NEW PROMISE OR THE MONEY COMES IN.     *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLWRK01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-EXTRACT-FILE ASSIGN TO CUSTXTR2
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-EXTRACT-FILE ASSIGN TO INVXTRCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLLECTOR-MASTER-FILE ASSIGN TO COLLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-COLLECTOR-ID
               FILE STATUS IS WS-COLLECTOR-STATUS.
           SELECT COLLECTOR-ASSIGNMENT-FILE ASSIGN TO COLLASGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUSTOMER-NUMBER
               FILE STATUS IS WS-ASSIGNMENT-STATUS.
           SELECT CUSTOMER-BALANCE-FILE ASSIGN TO CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CUSTOMER-NUMBER
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT DISPUTE-CASE-FILE ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO PAYPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-CUSTOMER-NUMBER
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT DUNNING-HISTORY-FILE ASSIGN TO DUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PROMISE-FILE ASSIGN TO PROMISE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CUSTOMER-NUMBER
               FILE STATUS IS WS-PROMISE-STATUS.
           SELECT WORKLIST-REPORT-FILE ASSIGN TO COLWRKRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-EXTRACT-FILE.
           COPY CUSTSTMT.

       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

       FD  COLLECTOR-MASTER-FILE.
           COPY COLLMAST.

       FD  COLLECTOR-ASSIGNMENT-FILE.
           COPY COLLASGN.

       FD  CUSTOMER-BALANCE-FILE.
           COPY CUSTBAL.

       FD  DISPUTE-CASE-FILE.
           COPY DSPCASE.

       FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.

       FD  DUNNING-HISTORY-FILE.
           COPY DUNHIST.

       FD  PROMISE-FILE.
           COPY PROMISE.

       FD  WORKLIST-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WORKLIST-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-CUSTOMER-EOF-FLAG              PIC X VALUE 'N'.
           88  WS-NO-MORE-CUSTOMERS          VALUE 'Y'.
       01  WS-INVOICE-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-INVOICES           VALUE 'Y'.

       01  WS-CUSTOMER-KEY                   PIC 9(9).
       01  WS-INVOICE-CUSTOMER-KEY           PIC 9(9).

      *  THE COLLECTOR MASTER AND ASSIGNMENTS ARE THE POINT OF THE
      *  JOB -- WITHOUT THEM THERE IS NO ONE TO ROUTE TO. THE OTHER
      *  MASTERS ARE OPTIONAL IN THE USUAL WAY: A MISSING ONE JUST
      *  MEANS NONE OF THAT KIND OF RECORD EXISTS YET.
       01  WS-COLLECTOR-STATUS               PIC X(2).
           88  WS-COLLECTOR-STATUS-OK        VALUE '00'.
       01  WS-ASSIGNMENT-STATUS              PIC X(2).
           88  WS-ASSIGNMENT-STATUS-OK       VALUE '00'.
       01  WS-BALANCE-STATUS                 PIC X(2).
           88  WS-BALANCE-STATUS-OK          VALUE '00'.
       01  WS-DISPUTE-STATUS                 PIC X(2).
           88  WS-DISPUTE-STATUS-OK          VALUE '00'.
       01  WS-PLAN-STATUS                    PIC X(2).
           88  WS-PLAN-OPENED-OK             VALUE '00'.
       01  WS-HISTORY-STATUS                 PIC X(2).
           88  WS-HISTORY-STATUS-OK          VALUE '00'.
       01  WS-PROMISE-STATUS                 PIC X(2).
           88  WS-PROMISE-STATUS-OK          VALUE '00'.

       01  WS-BALANCE-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-BALANCE-FILE-PRESENT       VALUE 'Y'.
       01  WS-DISPUTE-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-DISPUTE-FILE-PRESENT       VALUE 'Y'.
       01  WS-PLAN-FILE-FLAG                 PIC X VALUE 'N'.
           88  WS-PLAN-FILE-PRESENT          VALUE 'Y'.
       01  WS-HISTORY-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-HISTORY-FILE-PRESENT       VALUE 'Y'.
       01  WS-PROMISE-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-PROMISE-FILE-PRESENT       VALUE 'Y'.

       01  WS-FOUND-FLAG                     PIC X.
           88  WS-RECORD-FOUND               VALUE 'Y'.
       01  WS-PLAN-FOUND-FLAG                PIC X.
           88  WS-PLAN-FOUND                 VALUE 'Y'.
       01  WS-MORE-HISTORY                   PIC X.
           88  MORE-HISTORY-RECORDS          VALUE 'Y'.
       01  WS-MORE-COLLECTORS                PIC X.
           88  MORE-COLLECTOR-RECORDS        VALUE 'Y'.
       01  WS-DISPUTED-FLAG                  PIC X.
           88  WS-INVOICE-DISPUTED           VALUE 'Y'.
       01  WS-BROKEN-PROMISE-FLAG            PIC X.
           88  WS-PROMISE-WAS-BROKEN         VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-INTEGER-DATE             PIC S9(9) COMP.
       01  WS-DUE-INTEGER-DATE               PIC S9(9) COMP.
       01  WS-DAYS-PAST-DUE                  PIC S9(9) COMP.

      *  BUCKET WEIGHTS, IN PERCENT OF THE PAST-DUE RESIDUAL --
      *  THE OLDER THE MONEY, THE LESS LIKELY IT COMES IN UNASKED.
       01  WS-WEIGHT-1-30                    PIC 9(3) VALUE 25.
       01  WS-WEIGHT-31-60                   PIC 9(3) VALUE 50.
       01  WS-WEIGHT-61-90                   PIC 9(3) VALUE 75.
       01  WS-WEIGHT-OVER-90                 PIC 9(3) VALUE 100.

      *  ACCUMULATORS FOR THE CUSTOMER CURRENTLY BEING MERGED.
       01  WS-USD-AMOUNT                     PIC S9(13)V9(2) COMP-3.
       01  WS-OPEN-TOTAL                     PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
       01  WS-DISPUTED-TOTAL                 PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
       01  WS-UNDISPUTED-TOTAL               PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
       01  WS-PAST-DUE-TOTAL                 PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
       01  WS-WEIGHTED-TOTAL                 PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
       01  WS-AT-RISK-AMOUNT                 PIC S9(13)V9(2) COMP-3.
       01  WS-NET-BALANCE                    PIC S9(13)V9(2) COMP-3.
       01  WS-OLDEST-DAYS-PAST-DUE           PIC S9(9) COMP VALUE 0.
       01  WS-LAST-LETTER-GRADE              PIC 9(1).
       01  WS-ROUTE-COLLECTOR-ID             PIC X(8).

      *  EVERY SCORED ACCOUNT, HELD UNTIL THE MERGE ENDS SO EACH
      *  COLLECTOR'S SECTION CAN BE WRITTEN HIGHEST RISK FIRST --
      *  SAME BOUNDED-TABLE-AND-CAP APPROACH AS CSHFCST1'S PAYER
      *  TABLE. ACCOUNTS PAST THE BOUND ARE COUNTED ON THE REPORT.
      *  A COLLECTOR ID OF SPACES IS THE UNASSIGNED SECTION.
       01  WS-MAX-ACCOUNTS                   PIC 9(4) COMP VALUE 5000.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 5000 TIMES
                                       INDEXED BY WS-ACCOUNT-IDX.
               10  WS-ACT-COLLECTOR-ID       PIC X(8).
               10  WS-ACT-CUSTOMER-NUMBER    PIC 9(9).
               10  WS-ACT-CUSTOMER-NAME      PIC X(30).
               10  WS-ACT-AT-RISK            PIC S9(13)V9(2) COMP-3.
               10  WS-ACT-PAST-DUE           PIC S9(13)V9(2) COMP-3.
               10  WS-ACT-DISPUTED           PIC S9(13)V9(2) COMP-3.
               10  WS-ACT-NET-BALANCE        PIC S9(13)V9(2) COMP-3.
               10  WS-ACT-OLDEST-DAYS        PIC S9(5) COMP-3.
               10  WS-ACT-LAST-GRADE         PIC 9(1).
               10  WS-ACT-LISTED-FLAG        PIC X.
                   88  WS-ACT-LISTED             VALUE 'Y'.
               10  WS-ACT-BROKEN-FLAG        PIC X.
                   88  WS-ACT-BROKEN-PROMISE     VALUE 'Y'.
       01  WS-ACCOUNT-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-ACCOUNT-OVERFLOW               PIC 9(9) COMP VALUE 0.
       01  WS-ACCOUNT-SCAN                   PIC 9(4) COMP.
       01  WS-BEST-SLOT                      PIC 9(4) COMP.
       01  WS-BEST-AT-RISK                   PIC S9(13)V9(2) COMP-3.
       01  WS-BEST-BROKEN-FLAG               PIC X.
           88  WS-BEST-IS-BROKEN             VALUE 'Y'.
       01  WS-BETTER-FLAG                    PIC X.
           88  WS-CANDIDATE-IS-BETTER        VALUE 'Y'.
       01  WS-SECTION-COLLECTOR-ID           PIC X(8).
       01  WS-SECTION-RANK                   PIC 9(4) COMP.
       01  WS-SECTION-AT-RISK                PIC S9(13)V9(2) COMP-3.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-SCORED           PIC 9(9) COMP VALUE 0.
           05  WS-CUSTOMERS-UNASSIGNED       PIC 9(9) COMP VALUE 0.
           05  WS-SKIPPED-ON-PLAN            PIC 9(9) COMP VALUE 0.
           05  WS-SKIPPED-DISPUTED           PIC 9(9) COMP VALUE 0.
           05  WS-SKIPPED-LEGAL              PIC 9(9) COMP VALUE 0.
           05  WS-ORPHAN-INVOICES            PIC 9(9) COMP VALUE 0.
           05  WS-COLLECTORS-LISTED          PIC 9(9) COMP VALUE 0.
           05  WS-BROKEN-PROMISES            PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'DAILY COLLECTIONS WORKLIST'.

       01  WS-SECTION-LINE.
           05  FILLER                        PIC X(11)
               VALUE 'COLLECTOR: '.
           05  WS-SEC-COLLECTOR-ID           PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-SEC-COLLECTOR-NAME         PIC X(30).

       01  WS-COLUMN-LINE.
           05  FILLER                        PIC X(49)
               VALUE 'RANK  CUSTOMER   NAME'.
           05  FILLER                        PIC X(17)
               VALUE 'DOLLARS AT RISK  '.
           05  FILLER                        PIC X(17)
               VALUE '       PAST DUE  '.
           05  FILLER                        PIC X(11)
               VALUE 'OLDEST  G  '.
           05  FILLER                        PIC X(17)
               VALUE '       DISPUTED  '.
           05  FILLER                        PIC X(15)
               VALUE '    NET BALANCE'.
           05  FILLER                        PIC X(6)
               VALUE '  PTP '.

       01  WS-WORKLIST-LINE.
           05  WS-WRK-RANK                   PIC ZZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-CUSTOMER-NAME          PIC X(30).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-AT-RISK                PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-PAST-DUE               PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-OLDEST-DAYS            PIC ZZ,ZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-LAST-GRADE             PIC 9(1).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-DISPUTED               PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-NET-BALANCE            PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-WRK-PROMISE-FLAG           PIC X(4).

       01  WS-NAME-WORK.
           05  WS-NAM-LAST-NAME              PIC X(20).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-NAM-FIRST-NAME             PIC X(9).

       01  WS-EMPTY-SECTION-LINE.
           05  FILLER                        PIC X(44)
               VALUE '    NO ACCOUNTS TO WORK TODAY'.

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                        PIC X(20)
               VALUE '    ACCOUNTS:       '.
           05  WS-SEC-ACCOUNTS               PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'DOLLARS AT RISK:    '.
           05  WS-SEC-AT-RISK                PIC -(12)9.99.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'ACCOUNTS SCORED:        '.
           05  WS-SUM-SCORED                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'ACCOUNTS UNASSIGNED:    '.
           05  WS-SUM-UNASSIGNED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'ACCOUNTS OVER TABLE:    '.
           05  WS-SUM-OVERFLOW               PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'SKIPPED, ON PLAN:       '.
           05  WS-SUM-ON-PLAN                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'SKIPPED, ALL DISPUTED:  '.
           05  WS-SUM-DISPUTED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'ORPHAN INVOICES:        '.
           05  WS-SUM-ORPHANS                PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                        PIC X(24)
               VALUE 'BROKEN PROMISES LISTED: '.
           05  WS-SUM-BROKEN                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'SKIPPED, LEGAL STATUS:  '.
           05  WS-SUM-LEGAL                  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT COLLECTOR-MASTER-FILE
                      COLLECTOR-ASSIGNMENT-FILE.
           IF NOT WS-COLLECTOR-STATUS-OK OR
              NOT WS-ASSIGNMENT-STATUS-OK
               CLOSE COLLECTOR-MASTER-FILE
                     COLLECTOR-ASSIGNMENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-BALANCE-FILE.
           IF WS-BALANCE-STATUS-OK
               SET WS-BALANCE-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           OPEN INPUT DISPUTE-CASE-FILE.
           IF WS-DISPUTE-STATUS-OK
               SET WS-DISPUTE-FILE-PRESENT TO TRUE
           ELSE
               CLOSE DISPUTE-CASE-FILE
           END-IF.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF WS-PLAN-OPENED-OK
               SET WS-PLAN-FILE-PRESENT TO TRUE
           ELSE
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           OPEN INPUT DUNNING-HISTORY-FILE.
           IF WS-HISTORY-STATUS-OK
               SET WS-HISTORY-FILE-PRESENT TO TRUE
           ELSE
               CLOSE DUNNING-HISTORY-FILE
           END-IF.
           OPEN INPUT PROMISE-FILE.
           IF WS-PROMISE-STATUS-OK
               SET WS-PROMISE-FILE-PRESENT TO TRUE
           ELSE
               CLOSE PROMISE-FILE
           END-IF.

           OPEN INPUT CUSTOMER-EXTRACT-FILE
                      INVOICE-EXTRACT-FILE
                OUTPUT WORKLIST-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

           PERFORM READ-NEXT-CUSTOMER.
           PERFORM READ-NEXT-INVOICE.

           PERFORM UNTIL WS-NO-MORE-CUSTOMERS AND WS-NO-MORE-INVOICES
               EVALUATE TRUE
                   WHEN WS-NO-MORE-CUSTOMERS
                       ADD 1 TO WS-ORPHAN-INVOICES
                       PERFORM READ-NEXT-INVOICE
                   WHEN WS-NO-MORE-INVOICES
                       PERFORM FINISH-THIS-CUSTOMER
                   WHEN WS-INVOICE-CUSTOMER-KEY < WS-CUSTOMER-KEY
                       ADD 1 TO WS-ORPHAN-INVOICES
                       PERFORM READ-NEXT-INVOICE
                   WHEN WS-INVOICE-CUSTOMER-KEY > WS-CUSTOMER-KEY
                       PERFORM FINISH-THIS-CUSTOMER
                   WHEN OTHER
                       PERFORM SCORE-MATCHED-INVOICE THRU
                               SCORE-MATCHED-INVOICE-EXIT
                       PERFORM READ-NEXT-INVOICE
               END-EVALUATE
           END-PERFORM.

           WRITE WORKLIST-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO WORKLIST-REPORT-LINE.
           WRITE WORKLIST-REPORT-LINE.

      *  ONE SECTION PER ACTIVE COLLECTOR, IN COLLECTOR-ID ORDER.
           MOVE LOW-VALUES TO CL-COLLECTOR-ID.
           MOVE 'Y' TO WS-MORE-COLLECTORS.
           START COLLECTOR-MASTER-FILE
               KEY IS NOT LESS THAN CL-COLLECTOR-ID
               INVALID KEY MOVE 'N' TO WS-MORE-COLLECTORS
           END-START.
           PERFORM UNTIL NOT MORE-COLLECTOR-RECORDS
               READ COLLECTOR-MASTER-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-COLLECTORS
               END-READ
               IF MORE-COLLECTOR-RECORDS AND CL-COLLECTOR-ACTIVE
                   ADD 1 TO WS-COLLECTORS-LISTED
                   MOVE CL-COLLECTOR-ID   TO WS-SECTION-COLLECTOR-ID
                   MOVE CL-COLLECTOR-ID   TO WS-SEC-COLLECTOR-ID
                   MOVE CL-COLLECTOR-NAME TO WS-SEC-COLLECTOR-NAME
                   PERFORM WRITE-WORKLIST-SECTION
               END-IF
           END-PERFORM.

           IF WS-CUSTOMERS-UNASSIGNED > 0
               MOVE SPACES TO WS-SECTION-COLLECTOR-ID
               MOVE SPACES TO WS-SEC-COLLECTOR-ID
               MOVE '** UNASSIGNED -- ROUTE THESE **'
                   TO WS-SEC-COLLECTOR-NAME
               PERFORM WRITE-WORKLIST-SECTION
           END-IF.

           MOVE SPACES TO WORKLIST-REPORT-LINE.
           WRITE WORKLIST-REPORT-LINE.
           MOVE WS-CUSTOMERS-SCORED     TO WS-SUM-SCORED.
           MOVE WS-CUSTOMERS-UNASSIGNED TO WS-SUM-UNASSIGNED.
           MOVE WS-ACCOUNT-OVERFLOW     TO WS-SUM-OVERFLOW.
           WRITE WORKLIST-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-SKIPPED-ON-PLAN      TO WS-SUM-ON-PLAN.
           MOVE WS-SKIPPED-DISPUTED     TO WS-SUM-DISPUTED.
           MOVE WS-ORPHAN-INVOICES      TO WS-SUM-ORPHANS.
           WRITE WORKLIST-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-BROKEN-PROMISES      TO WS-SUM-BROKEN.
           MOVE WS-SKIPPED-LEGAL        TO WS-SUM-LEGAL.
           WRITE WORKLIST-REPORT-LINE FROM WS-SUMMARY-LINE-3.

      *  ACCOUNTS THAT DID NOT FIT THE TABLE ARE ON NOBODY'S LIST --
      *  A WARNING, SO THE BOUND GETS RAISED BEFORE IT MATTERS.
           IF WS-ACCOUNT-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CUSTOMER-EXTRACT-FILE
                 INVOICE-EXTRACT-FILE
                 COLLECTOR-MASTER-FILE
                 COLLECTOR-ASSIGNMENT-FILE
                 WORKLIST-REPORT-FILE.
           IF WS-BALANCE-FILE-PRESENT
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           IF WS-DISPUTE-FILE-PRESENT
               CLOSE DISPUTE-CASE-FILE
           END-IF.
           IF WS-PLAN-FILE-PRESENT
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF WS-HISTORY-FILE-PRESENT
               CLOSE DUNNING-HISTORY-FILE
           END-IF.
           IF WS-PROMISE-FILE-PRESENT
               CLOSE PROMISE-FILE
           END-IF.
           GOBACK.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-CUSTOMER-EOF-FLAG
               NOT AT END
                   MOVE ST-CUSTOMER-NUMBER TO WS-CUSTOMER-KEY
           END-READ.

       READ-NEXT-INVOICE.
           READ INVOICE-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-INVOICE-EOF-FLAG
               NOT AT END
                   MOVE IM-CUSTOMER-NUMBER TO WS-INVOICE-CUSTOMER-KEY
           END-READ.

      *****************************************************************
      *  SCORE ONE OF THE CURRENT CUSTOMER'S INVOICES. ONLY AN OPEN    *
      *  CHARGE WITH A RESIDUAL COUNTS; A DISPUTED ONE IS TALLIED      *
      *  SEPARATELY, AND AN UNDISPUTED ONE PAST ITS DUE DATE ADDS ITS  *
      *  BUCKET-WEIGHTED RESIDUAL TO THE ACCOUNT'S RISK.               *
      *****************************************************************
       SCORE-MATCHED-INVOICE.
           IF IM-INVOICE-PAID OR NOT IM-TYPE-CHARGE
               GO TO SCORE-MATCHED-INVOICE-EXIT
           END-IF.

           COMPUTE WS-USD-AMOUNT ROUNDED =
               (IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT
                   - IM-AMOUNT-PAID) * IM-INVOICE-EXCHANGE-RATE.
           IF WS-USD-AMOUNT NOT GREATER THAN 0
               GO TO SCORE-MATCHED-INVOICE-EXIT
           END-IF.
           ADD WS-USD-AMOUNT TO WS-OPEN-TOTAL.

           MOVE 'N' TO WS-DISPUTED-FLAG.
           IF IM-INVOICE-ON-HOLD
               SET WS-INVOICE-DISPUTED TO TRUE
           END-IF.
           IF NOT WS-INVOICE-DISPUTED AND WS-DISPUTE-FILE-PRESENT
               MOVE IM-CUSTOMER-NUMBER TO DC-CUSTOMER-NUMBER
               MOVE IM-INVOICE-NUMBER  TO DC-INVOICE-NUMBER
               MOVE 'Y' TO WS-FOUND-FLAG
               READ DISPUTE-CASE-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               END-READ
               IF WS-RECORD-FOUND AND DC-CASE-OPEN
                   SET WS-INVOICE-DISPUTED TO TRUE
               END-IF
           END-IF.
           IF WS-INVOICE-DISPUTED
               ADD WS-USD-AMOUNT TO WS-DISPUTED-TOTAL
               GO TO SCORE-MATCHED-INVOICE-EXIT
           END-IF.
           ADD WS-USD-AMOUNT TO WS-UNDISPUTED-TOTAL.

           IF IM-DUE-DATE > 0
               COMPUTE WS-DUE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(IM-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE) + 30
           END-IF.
           COMPUTE WS-DAYS-PAST-DUE =
               WS-TODAY-INTEGER-DATE - WS-DUE-INTEGER-DATE.
           IF WS-DAYS-PAST-DUE NOT GREATER THAN 0
               GO TO SCORE-MATCHED-INVOICE-EXIT
           END-IF.

           ADD WS-USD-AMOUNT TO WS-PAST-DUE-TOTAL.
           IF WS-DAYS-PAST-DUE > WS-OLDEST-DAYS-PAST-DUE
               MOVE WS-DAYS-PAST-DUE TO WS-OLDEST-DAYS-PAST-DUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 30
                   COMPUTE WS-WEIGHTED-TOTAL ROUNDED =
                       WS-WEIGHTED-TOTAL +
                       WS-USD-AMOUNT * WS-WEIGHT-1-30 / 100
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 60
                   COMPUTE WS-WEIGHTED-TOTAL ROUNDED =
                       WS-WEIGHTED-TOTAL +
                       WS-USD-AMOUNT * WS-WEIGHT-31-60 / 100
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 90
                   COMPUTE WS-WEIGHTED-TOTAL ROUNDED =
                       WS-WEIGHTED-TOTAL +
                       WS-USD-AMOUNT * WS-WEIGHT-61-90 / 100
               WHEN OTHER
                   COMPUTE WS-WEIGHTED-TOTAL ROUNDED =
                       WS-WEIGHTED-TOTAL +
                       WS-USD-AMOUNT * WS-WEIGHT-OVER-90 / 100
           END-EVALUATE.

       SCORE-MATCHED-INVOICE-EXIT.
           EXIT.

      *****************************************************************
      *  THE CURRENT CUSTOMER'S INVOICES ARE ALL SCORED -- DECIDE      *
      *  WHETHER THE ACCOUNT BELONGS ON A WORKLIST, AND IF SO WHOSE,   *
      *  THEN RESET THE ACCUMULATORS AND MOVE ON.                      *
      *****************************************************************
       FINISH-THIS-CUSTOMER.
           PERFORM EVALUATE-THIS-ACCOUNT THRU
                   EVALUATE-THIS-ACCOUNT-EXIT.

           MOVE 0 TO WS-OPEN-TOTAL.
           MOVE 0 TO WS-DISPUTED-TOTAL.
           MOVE 0 TO WS-UNDISPUTED-TOTAL.
           MOVE 0 TO WS-PAST-DUE-TOTAL.
           MOVE 0 TO WS-WEIGHTED-TOTAL.
           MOVE 0 TO WS-OLDEST-DAYS-PAST-DUE.
           PERFORM READ-NEXT-CUSTOMER.

       EVALUATE-THIS-ACCOUNT.
           IF WS-OPEN-TOTAL = 0
               GO TO EVALUATE-THIS-ACCOUNT-EXIT
           END-IF.

           IF WS-UNDISPUTED-TOTAL = 0
               ADD 1 TO WS-SKIPPED-DISPUTED
               GO TO EVALUATE-THIS-ACCOUNT-EXIT
           END-IF.

           IF WS-PAST-DUE-TOTAL = 0
               GO TO EVALUATE-THIS-ACCOUNT-EXIT
           END-IF.

           IF ST-COLLECTION-BARRED
               ADD 1 TO WS-SKIPPED-LEGAL
               GO TO EVALUATE-THIS-ACCOUNT-EXIT
           END-IF.

           PERFORM CHECK-PAYMENT-PLAN.
           IF WS-PLAN-FOUND
               ADD 1 TO WS-SKIPPED-ON-PLAN
               GO TO EVALUATE-THIS-ACCOUNT-EXIT
           END-IF.

      *  A FINAL NOTICE HAS ALREADY GONE OUT -- THE POLITE BUCKET
      *  DISCOUNTS NO LONGER APPLY.
           PERFORM FIND-LAST-LETTER-GRADE.
           IF WS-LAST-LETTER-GRADE = 3
               MOVE WS-PAST-DUE-TOTAL TO WS-AT-RISK-AMOUNT
           ELSE
               MOVE WS-WEIGHTED-TOTAL TO WS-AT-RISK-AMOUNT
           END-IF.

           MOVE WS-OPEN-TOTAL TO WS-NET-BALANCE.
           IF WS-BALANCE-FILE-PRESENT
               MOVE WS-CUSTOMER-KEY TO CB-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-FOUND-FLAG
               READ CUSTOMER-BALANCE-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               END-READ
               IF WS-RECORD-FOUND
                   MOVE CB-NET-BALANCE TO WS-NET-BALANCE
               END-IF
           END-IF.
           IF WS-AT-RISK-AMOUNT > WS-NET-BALANCE
               MOVE WS-NET-BALANCE TO WS-AT-RISK-AMOUNT
           END-IF.
           IF WS-AT-RISK-AMOUNT NOT GREATER THAN 0
               GO TO EVALUATE-THIS-ACCOUNT-EXIT
           END-IF.

           PERFORM ROUTE-TO-COLLECTOR.
           PERFORM CHECK-BROKEN-PROMISE.

           ADD 1 TO WS-CUSTOMERS-SCORED.
           IF WS-ACCOUNT-COUNT NOT LESS THAN WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-OVERFLOW
               GO TO EVALUATE-THIS-ACCOUNT-EXIT
           END-IF.
           IF WS-ROUTE-COLLECTOR-ID = SPACES
               ADD 1 TO WS-CUSTOMERS-UNASSIGNED
           END-IF.
           IF WS-PROMISE-WAS-BROKEN
               ADD 1 TO WS-BROKEN-PROMISES
           END-IF.

           ADD 1 TO WS-ACCOUNT-COUNT.
           SET WS-ACCOUNT-IDX TO WS-ACCOUNT-COUNT.
           MOVE ST-LAST-NAME  TO WS-NAM-LAST-NAME.
           MOVE ST-FIRST-NAME TO WS-NAM-FIRST-NAME.
           MOVE WS-ROUTE-COLLECTOR-ID
               TO WS-ACT-COLLECTOR-ID(WS-ACCOUNT-IDX).
           MOVE WS-CUSTOMER-KEY
               TO WS-ACT-CUSTOMER-NUMBER(WS-ACCOUNT-IDX).
           MOVE WS-NAME-WORK
               TO WS-ACT-CUSTOMER-NAME(WS-ACCOUNT-IDX).
           MOVE WS-AT-RISK-AMOUNT
               TO WS-ACT-AT-RISK(WS-ACCOUNT-IDX).
           MOVE WS-PAST-DUE-TOTAL
               TO WS-ACT-PAST-DUE(WS-ACCOUNT-IDX).
           MOVE WS-DISPUTED-TOTAL
               TO WS-ACT-DISPUTED(WS-ACCOUNT-IDX).
           MOVE WS-NET-BALANCE
               TO WS-ACT-NET-BALANCE(WS-ACCOUNT-IDX).
           MOVE WS-OLDEST-DAYS-PAST-DUE
               TO WS-ACT-OLDEST-DAYS(WS-ACCOUNT-IDX).
           MOVE WS-LAST-LETTER-GRADE
               TO WS-ACT-LAST-GRADE(WS-ACCOUNT-IDX).
           MOVE 'N' TO WS-ACT-LISTED-FLAG(WS-ACCOUNT-IDX).
           MOVE WS-BROKEN-PROMISE-FLAG
               TO WS-ACT-BROKEN-FLAG(WS-ACCOUNT-IDX).

       EVALUATE-THIS-ACCOUNT-EXIT.
           EXIT.

      *  WS-PLAN-FOUND COMES BACK SET ONLY FOR AN ACTIVE PLAN -- THE
      *  SAME RULE DUNLTR01 SUPPRESSES LETTERS BY.
       CHECK-PAYMENT-PLAN.
           MOVE 'N' TO WS-PLAN-FOUND-FLAG.
           IF WS-PLAN-FILE-PRESENT
               MOVE WS-CUSTOMER-KEY TO PP-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-PLAN-FOUND-FLAG
               READ PAYMENT-PLAN-FILE
                   INVALID KEY MOVE 'N' TO WS-PLAN-FOUND-FLAG
               END-READ
               IF WS-PLAN-FOUND AND NOT PP-PLAN-ACTIVE
                   MOVE 'N' TO WS-PLAN-FOUND-FLAG
               END-IF
           END-IF.

      *  THE ACCOUNT'S CURRENT PROMISE TO PAY WAS BROKEN -- A NEW
      *  PROMISE REPLACES THE RECORD, SO ONCE THE COLLECTOR GETS
      *  ANOTHER COMMITMENT THE ACCOUNT DROPS BACK INTO RISK ORDER.
       CHECK-BROKEN-PROMISE.
           MOVE 'N' TO WS-BROKEN-PROMISE-FLAG.
           IF WS-PROMISE-FILE-PRESENT
               MOVE WS-CUSTOMER-KEY TO PM-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-FOUND-FLAG
               READ PROMISE-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               END-READ
               IF WS-RECORD-FOUND AND PM-PROMISE-BROKEN
                   SET WS-PROMISE-WAS-BROKEN TO TRUE
               END-IF
           END-IF.

      *  THE MOST RECENT DUNHIST LETTER'S GRADE, ZERO IF THE ACCOUNT
      *  HAS NEVER HAD ONE.
       FIND-LAST-LETTER-GRADE.
           MOVE 0 TO WS-LAST-LETTER-GRADE.
           IF NOT WS-HISTORY-FILE-PRESENT
               GO TO FIND-LAST-LETTER-GRADE-EXIT
           END-IF.

           MOVE WS-CUSTOMER-KEY TO DH-CUSTOMER-NUMBER.
           MOVE 0 TO DH-LETTER-DATE.
           MOVE 'Y' TO WS-MORE-HISTORY.
           START DUNNING-HISTORY-FILE KEY IS NOT LESS THAN DH-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-HISTORY
           END-START.

           PERFORM UNTIL NOT MORE-HISTORY-RECORDS
               READ DUNNING-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-HISTORY
               END-READ
               IF MORE-HISTORY-RECORDS
                   IF DH-CUSTOMER-NUMBER NOT = WS-CUSTOMER-KEY
                       MOVE 'N' TO WS-MORE-HISTORY
                   ELSE
                       MOVE DH-LETTER-GRADE TO WS-LAST-LETTER-GRADE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-LAST-LETTER-GRADE-EXIT.
           EXIT.

      *  THE ASSIGNED COLLECTOR, OR SPACES WHEN THERE IS NO
      *  ASSIGNMENT OR THE COLLECTOR IS NO LONGER ACTIVE -- THOSE
      *  ACCOUNTS GO TO THE UNASSIGNED SECTION.
       ROUTE-TO-COLLECTOR.
           MOVE SPACES TO WS-ROUTE-COLLECTOR-ID.
           MOVE WS-CUSTOMER-KEY TO CA-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-FOUND-FLAG.
           READ COLLECTOR-ASSIGNMENT-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
           END-READ.
           IF WS-RECORD-FOUND
               MOVE CA-COLLECTOR-ID TO CL-COLLECTOR-ID
               READ COLLECTOR-MASTER-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-RECORD-FOUND AND CL-COLLECTOR-ACTIVE
               MOVE CA-COLLECTOR-ID TO WS-ROUTE-COLLECTOR-ID
           END-IF.

      *****************************************************************
      *  ONE COLLECTOR'S WORKLIST: REPEATEDLY PICK THE UNLISTED        *
      *  ACCOUNT WITH THE MOST DOLLARS AT RISK FOR THIS COLLECTOR      *
      *  UNTIL NONE IS LEFT -- BROKEN PROMISES FIRST, IN RISK ORDER    *
      *  AMONG THEMSELVES, THEN EVERYTHING ELSE.                       *
      *****************************************************************
       WRITE-WORKLIST-SECTION.
           WRITE WORKLIST-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE WORKLIST-REPORT-LINE FROM WS-COLUMN-LINE.
           MOVE 0 TO WS-SECTION-RANK.
           MOVE 0 TO WS-SECTION-AT-RISK.

           PERFORM PICK-NEXT-ACCOUNT.
           PERFORM UNTIL WS-BEST-SLOT = 0
               SET WS-ACCOUNT-IDX TO WS-BEST-SLOT
               ADD 1 TO WS-SECTION-RANK
               ADD WS-ACT-AT-RISK(WS-ACCOUNT-IDX)
                   TO WS-SECTION-AT-RISK
               PERFORM WRITE-WORKLIST-LINE
               MOVE 'Y' TO WS-ACT-LISTED-FLAG(WS-ACCOUNT-IDX)
               PERFORM PICK-NEXT-ACCOUNT
           END-PERFORM.

           IF WS-SECTION-RANK = 0
               WRITE WORKLIST-REPORT-LINE FROM WS-EMPTY-SECTION-LINE
           ELSE
               MOVE WS-SECTION-RANK    TO WS-SEC-ACCOUNTS
               MOVE WS-SECTION-AT-RISK TO WS-SEC-AT-RISK
               WRITE WORKLIST-REPORT-LINE FROM WS-SECTION-TOTAL-LINE
           END-IF.
           MOVE SPACES TO WORKLIST-REPORT-LINE.
           WRITE WORKLIST-REPORT-LINE.

       PICK-NEXT-ACCOUNT.
           MOVE 0 TO WS-BEST-SLOT.
           MOVE 0 TO WS-BEST-AT-RISK.
           MOVE 'N' TO WS-BEST-BROKEN-FLAG.
           MOVE 0 TO WS-ACCOUNT-SCAN.
           PERFORM UNTIL WS-ACCOUNT-SCAN = WS-ACCOUNT-COUNT
               ADD 1 TO WS-ACCOUNT-SCAN
               SET WS-ACCOUNT-IDX TO WS-ACCOUNT-SCAN
               MOVE 'N' TO WS-BETTER-FLAG
               IF NOT WS-ACT-LISTED(WS-ACCOUNT-IDX) AND
                  WS-ACT-COLLECTOR-ID(WS-ACCOUNT-IDX) =
                      WS-SECTION-COLLECTOR-ID
                   EVALUATE TRUE
                       WHEN WS-ACT-BROKEN-PROMISE(WS-ACCOUNT-IDX) AND
                            NOT WS-BEST-IS-BROKEN
                           SET WS-CANDIDATE-IS-BETTER TO TRUE
                       WHEN WS-ACT-BROKEN-FLAG(WS-ACCOUNT-IDX) =
                                WS-BEST-BROKEN-FLAG AND
                            WS-ACT-AT-RISK(WS-ACCOUNT-IDX) >
                                WS-BEST-AT-RISK
                           SET WS-CANDIDATE-IS-BETTER TO TRUE
                   END-EVALUATE
               END-IF
               IF WS-CANDIDATE-IS-BETTER
                   MOVE WS-ACCOUNT-SCAN TO WS-BEST-SLOT
                   MOVE WS-ACT-AT-RISK(WS-ACCOUNT-IDX)
                       TO WS-BEST-AT-RISK
                   MOVE WS-ACT-BROKEN-FLAG(WS-ACCOUNT-IDX)
                       TO WS-BEST-BROKEN-FLAG
               END-IF
           END-PERFORM.

       WRITE-WORKLIST-LINE.
           MOVE WS-SECTION-RANK TO WS-WRK-RANK.
           MOVE WS-ACT-CUSTOMER-NUMBER(WS-ACCOUNT-IDX)
               TO WS-WRK-CUSTOMER-NUMBER.
           MOVE WS-ACT-CUSTOMER-NAME(WS-ACCOUNT-IDX)
               TO WS-WRK-CUSTOMER-NAME.
           MOVE WS-ACT-AT-RISK(WS-ACCOUNT-IDX) TO WS-WRK-AT-RISK.
           MOVE WS-ACT-PAST-DUE(WS-ACCOUNT-IDX) TO WS-WRK-PAST-DUE.
           MOVE WS-ACT-OLDEST-DAYS(WS-ACCOUNT-IDX)
               TO WS-WRK-OLDEST-DAYS.
           MOVE WS-ACT-LAST-GRADE(WS-ACCOUNT-IDX)
               TO WS-WRK-LAST-GRADE.
           MOVE WS-ACT-DISPUTED(WS-ACCOUNT-IDX) TO WS-WRK-DISPUTED.
           MOVE WS-ACT-NET-BALANCE(WS-ACCOUNT-IDX)
               TO WS-WRK-NET-BALANCE.
           IF WS-ACT-BROKEN-PROMISE(WS-ACCOUNT-IDX)
               MOVE 'BRKN' TO WS-WRK-PROMISE-FLAG
           ELSE
               MOVE SPACES TO WS-WRK-PROMISE-FLAG
           END-IF.
           WRITE WORKLIST-REPORT-LINE FROM WS-WORKLIST-LINE.
