      ***********************************************************
      * RBTCALC1 -- VOLUME REBATE ACCRUAL AND SETTLEMENT             *
      *                                                              *
      * DISTRIBUTOR REBATES WERE WORKED OUT BY HAND FROM REVPRD01    *
      * AND PAID WITH HAND-KEYED CREDIT MEMOS. THIS JOB MEASURES     *
      * EACH ACTIVE REBATE PROGRAM'S (RBTPROG.cpy) COVERED NET       *
      * REVENUE FOR THE QUARTER FROM THE INVXTRCT EXTRACT -- CHARGES *
      * LESS CREDIT MEMOS, RESTATED TO USD, FOR THE PROGRAM'S        *
      * CUSTOMER OR FOR A PARENT ACCOUNT AND EVERY CHILD ACCTHIER    *
      * LINKS TO IT -- AND PAYS THE PERCENTAGE OF THE HIGHEST        *
      * THRESHOLD PASSED ON ALL OF IT. VOIDS, HOUSE CHARGES AND      *
      * EARLIER REBATE CREDITS DO NOT COUNT.                         *
      *                                                              *
      * RUN MODE COMES FROM THE OPTIONAL RBTPRM CARD:                *
      *   'A' (OR NO CARD) -- MONTHLY ACCRUAL. THE REBATE EARNED     *
      *       SO FAR THIS QUARTER, THROUGH THE AS-OF DATE (DEFAULT   *
      *       TODAY), IS TRUED UP ON THE GLFEED SIDE FEED AS AN      *
      *       RBAC ENTRY FOR GLEXTR01 (DEBIT REBATE EXPENSE, CREDIT  *
      *       ACCRUED REBATES).                                      *
      *   'S' -- QUARTER-END SETTLEMENT (DEFAULT THE QUARTER JUST    *
      *       ENDED). EACH CUSTOMER'S SHARE IS WRITTEN AS AN INVTRAN *
      *       CREDIT MEMO (PRODUCT REBATE, REASON CODE RBTE,         *
      *       NUMBERED BY CREATEINVOICENUMBER, 'H'/'T' CONTROL       *
      *       RECORDS) FOR INVPOST1, AND THE QUARTER'S ACCRUAL IS    *
      *       REVERSED AS AN RBRV ENTRY. A QUARTER SETTLES ONCE.     *
      *                                                              *
      * THE SETTLEMENT RUN BELONGS AFTER THE QUARTER'S LAST POSTING  *
      * AND A FRESH EXTRACT. A PROGRAM WHOSE ACCOUNTS OVERFLOW THE   *
      * IN-STORAGE TABLES, OR WHOSE PRIOR QUARTER IS STILL ACCRUED   *
      * BUT UNSETTLED, IS SKIPPED AND REPORTED WITH RC 4; NO SIDE    *
      * FEED GRADES RC 8.                                            *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBTCALC1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-PROGRAM-FILE ASSIGN TO RBTPROG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-PROGRAM-NUMBER
               FILE STATUS IS WS-PROGRAM-STATUS.
           SELECT INVOICE-EXTRACT-FILE ASSIGN TO INVXTRCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIERARCHY-FILE ASSIGN TO ACCTHIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIERARCHY-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT REBATE-PARM-FILE ASSIGN TO RBTPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GL-SIDE-FEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT REBATE-TRANSACTION-FILE ASSIGN TO RBTTRN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REBATE-REPORT-FILE ASSIGN TO RBTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-PROGRAM-FILE.
           COPY RBTPROG.

       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

       FD  HIERARCHY-FILE.
           COPY ACCTHIER.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

      *  RUN MODE 'A' ACCRUE OR 'S' SETTLE; THE AS-OF DATE
      *  (YYYYMMDD) FOR AN ACCRUAL, THE QUARTER (YYYYQ) FOR A
      *  SETTLEMENT. BLANK OR INVALID FIELDS KEEP THE DEFAULTS.
       FD  REBATE-PARM-FILE.
       01  REBATE-PARM-RECORD.
           05  RP-RUN-MODE                   PIC X(1).
           05  RP-AS-OF-DATE                 PIC 9(8).
           05  RP-QUARTER                    PIC 9(5).
           05  RP-QUARTER-PARTS REDEFINES RP-QUARTER.
               10  FILLER                    PIC 9(4).
               10  RP-QUARTER-NUMBER         PIC 9(1).
           05  FILLER                        PIC X(66).

       FD  GL-SIDE-FEED-FILE.
           COPY GLFEED.

       FD  REBATE-TRANSACTION-FILE.
           COPY INVTRAN.

       FD  REBATE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REBATE-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-INVOICE-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-INVOICES           VALUE 'Y'.
       01  WS-PROGRAM-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-PROGRAMS           VALUE 'Y'.
       01  WS-HIER-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-NO-MORE-HIERARCHY          VALUE 'Y'.

       01  WS-PROGRAM-STATUS                 PIC X(2).
           88  WS-PROGRAM-STATUS-OK          VALUE '00'.
       01  WS-HIERARCHY-STATUS               PIC X(2).
           88  WS-HIERARCHY-STATUS-OK        VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-DEMO-FILE-FLAG                 PIC X VALUE 'N'.
           88  WS-DEMO-FILE-PRESENT          VALUE 'Y'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-FEED-STATUS                    PIC X(2).
           88  WS-FEED-STATUS-OK             VALUE '00'.

       01  WS-RUN-MODE                       PIC X(1) VALUE 'A'.
           88  WS-ACCRUAL-RUN                VALUE 'A'.
           88  WS-SETTLEMENT-RUN             VALUE 'S'.

       01  WS-CRINVNO-STATUS                 PIC X(2).
           88  WS-CRINVNO-OK                 VALUE '00'.
       01  WS-CRINVNO-CALLER                 PIC X(8)
                                              VALUE 'RBTCALC1'.
       01  WS-NUMLOG-SPOILED                 PIC X(1) VALUE 'S'.
       01  WS-SPOIL-REASON                   PIC X(40).
       01  WS-NEW-INVOICE-NUMBER             PIC 9(10).
       01  WS-BILL-COMPANY-CODE              PIC X(2).

      *  THE QUARTER BEING MEASURED AND THE DATES IT COVERS IN THIS
      *  RUN -- QUARTER START TO THE AS-OF DATE FOR AN ACCRUAL, THE
      *  WHOLE QUARTER FOR A SETTLEMENT.
       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).
       01  WS-AS-OF-DATE                     PIC 9(8).
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-YEAR                 PIC 9(4).
           05  WS-AS-OF-MONTH                PIC 9(2).
           05  FILLER                        PIC 9(2).
       01  WS-QUARTER                        PIC 9(5).
       01  WS-QUARTER-PARTS REDEFINES WS-QUARTER.
           05  WS-QUARTER-YEAR               PIC 9(4).
           05  WS-QUARTER-NUMBER             PIC 9(1).
       01  WS-WINDOW-START                   PIC 9(8).
       01  WS-WINDOW-START-PARTS REDEFINES WS-WINDOW-START.
           05  WS-WINDOW-START-YEAR          PIC 9(4).
           05  WS-WINDOW-START-MONTH         PIC 9(2).
           05  WS-WINDOW-START-DAY           PIC 9(2).
       01  WS-WINDOW-END                     PIC 9(8).
       01  WS-NEXT-QUARTER-START             PIC 9(8).
       01  WS-NEXT-QUARTER-PARTS REDEFINES WS-NEXT-QUARTER-START.
           05  WS-NEXT-QUARTER-YEAR          PIC 9(4).
           05  WS-NEXT-QUARTER-MONTH         PIC 9(2).
           05  WS-NEXT-QUARTER-DAY           PIC 9(2).

      *  THE ACTIVE PROGRAMS IN FORCE DURING THE WINDOW, LOADED UP
      *  FRONT WITH THE PART OF THE WINDOW EACH ONE COVERS, AND THE
      *  COVERED REVENUE EACH ACCUMULATES -- SAME BOUNDED-TABLE
      *  APPROACH AS REVPRD01. PROGRAMS PAST THE BOUND ARE
      *  REPORTED AND LEFT FOR A LATER RUN.
       01  WS-MAX-PROGRAMS                   PIC 9(4) COMP VALUE 200.
       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY OCCURS 200 TIMES.
               10  WS-PGM-NUMBER             PIC 9(6).
               10  WS-PGM-ACCOUNT-TYPE       PIC X(1).
               10  WS-PGM-ACCOUNT-NUMBER     PIC 9(9).
               10  WS-PGM-FROM-DATE          PIC 9(8).
               10  WS-PGM-TO-DATE            PIC 9(8).
               10  WS-PGM-PRODUCT-COUNT      PIC 9(2).
               10  WS-PGM-PRODUCT-CODE       PIC X(12)
                                              OCCURS 10 TIMES.
               10  WS-PGM-REVENUE            PIC S9(13)V9(2) COMP-3.
               10  WS-PGM-OVERFLOW-FLAG      PIC X(1).
                   88  WS-PGM-OVERFLOWED     VALUE 'Y'.
       01  WS-PROGRAM-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-PGM-SUB                        PIC 9(4) COMP.

      *  EACH PROGRAM'S REVENUE BY CUSTOMER, SO A SETTLEMENT CAN
      *  CREDIT EVERY DIVISION OF A PARENT ACCOUNT ITS OWN SHARE.
       01  WS-MAX-SHARES                     PIC 9(4) COMP VALUE 2000.
       01  WS-SHARE-TABLE.
           05  WS-SHARE-ENTRY OCCURS 2000 TIMES.
               10  WS-SHR-PROGRAM-SLOT       PIC 9(4) COMP.
               10  WS-SHR-CUSTOMER-NUMBER    PIC 9(9).
               10  WS-SHR-REVENUE            PIC S9(13)V9(2) COMP-3.
               10  WS-SHR-REBATE             PIC S9(13)V9(2) COMP-3.
               10  WS-SHR-INVOICE-NUMBER     PIC 9(10).
               10  WS-SHR-COMPANY-CODE       PIC X(2).
       01  WS-SHARE-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-SHR-SUB                        PIC 9(4) COMP.
       01  WS-SHARE-SLOT                     PIC 9(4) COMP.

      *  THE WHOLE HIERARCHY, LOADED UP FRONT AS STMTCON1 LOADS IT.
      *  NO HIERARCHY FILE MEANS A PARENT PROGRAM COVERS ONLY THE
      *  PARENT'S OWN BILLING.
       01  WS-MAX-CHILDREN                   PIC 9(4) COMP VALUE 2000.
       01  WS-CHILD-TABLE.
           05  WS-CHILD-ENTRY OCCURS 2000 TIMES.
               10  WS-CHD-CHILD-NUMBER       PIC 9(9).
               10  WS-CHD-PARENT-NUMBER      PIC 9(9).
       01  WS-CHILD-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-CHILD-SUB                      PIC 9(4) COMP.

       01  WS-INVOICE-DATE                   PIC 9(8).
       01  WS-INVOICE-PARENT                 PIC 9(9).
       01  WS-USD-AMOUNT                     PIC S9(13)V9(2) COMP-3.
       01  WS-PRODUCT-SUB                    PIC 9(2) COMP.
       01  WS-COVERED-FLAG                   PIC X(1).
           88  WS-INVOICE-COVERED            VALUE 'Y'.
       01  WS-EXCLUDED-PRODUCT               PIC X(12).
           88  WS-NOT-REBATABLE              VALUE 'FINCHARGE'
                                                   'REFUND'
                                                   'ESCHEAT'
                                                   'REBATE'.

       01  WS-TIER-SUB                       PIC 9(2) COMP.
       01  WS-REBATE-PERCENT                 PIC 9(2)V9(3) COMP-3.
       01  WS-REBATE-AMOUNT                  PIC S9(13)V9(2) COMP-3.
       01  WS-ACCRUAL-BASE                   PIC S9(13)V9(2) COMP-3.
       01  WS-ENTRY-AMOUNT                   PIC S9(13)V9(2) COMP-3.
       01  WS-SETTLED-AMOUNT                 PIC S9(13)V9(2) COMP-3.
       01  WS-DISPOSITION                    PIC X(36).
       01  WS-FEED-ACTIVITY                  PIC X(4).

       01  WS-DESCRIPTION-TEXT.
           05  FILLER                        PIC X(22)
               VALUE 'VOLUME REBATE PROGRAM '.
           05  WS-DSC-PROGRAM                PIC 9(6).
           05  FILLER                        PIC X(9) VALUE ' QUARTER '.
           05  WS-DSC-QUARTER                PIC 9(5).

       01  WS-CONTROL-RECORD-COUNT           PIC 9(9) COMP VALUE 0.
       01  WS-CONTROL-AMOUNT-HASH            PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-COUNTERS.
           05  WS-INVOICES-READ              PIC 9(9) COMP VALUE 0.
           05  WS-PROGRAMS-PROCESSED         PIC 9(9) COMP VALUE 0.
           05  WS-PROGRAMS-SKIPPED           PIC 9(9) COMP VALUE 0.
           05  WS-PROGRAMS-WARNED            PIC 9(9) COMP VALUE 0.
           05  WS-PROGRAM-OVERFLOW           PIC 9(9) COMP VALUE 0.
           05  WS-HIERARCHY-OVERFLOW         PIC 9(9) COMP VALUE 0.
           05  WS-MEMOS-WRITTEN              PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-ENTRIES              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-CREDITED             PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  WS-TTL-RUN-NAME               PIC X(32).
           05  FILLER                        PIC X(9) VALUE 'QUARTER: '.
           05  WS-TTL-QUARTER                PIC 9(5).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(14)
               VALUE 'REVENUE FROM: '.
           05  WS-TTL-WINDOW-START           PIC 9(8).
           05  FILLER                        PIC X(4) VALUE ' TO '.
           05  WS-TTL-WINDOW-END             PIC 9(8).

       01  WS-HEADING-LINE.
           05  FILLER                        PIC X(9) VALUE 'PROGRAM'.
           05  FILLER                        PIC X(12)
               VALUE 'ACCOUNT'.
           05  FILLER                        PIC X(17)
               VALUE ' COVERED REVENUE'.
           05  FILLER                        PIC X(9) VALUE ' PERCENT'.
           05  FILLER                        PIC X(17)
               VALUE '          REBATE'.
           05  FILLER                        PIC X(17)
               VALUE '    ENTRY / MEMO'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-PROGRAM                PIC 9(6).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-ACCOUNT-TYPE           PIC X(1).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-ACCOUNT                PIC 9(9).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-REVENUE                PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-PERCENT                PIC Z9.999.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-REBATE                 PIC -(12)9.99.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-ENTRY                  PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(36).

       01  WS-SHARE-LINE.
           05  FILLER                        PIC X(11) VALUE SPACES.
           05  WS-SHL-CUSTOMER               PIC 9(9).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-SHL-REVENUE                PIC -(12)9.99.
           05  FILLER                        PIC X(10) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE SPACES.
           05  WS-SHL-MEMO                   PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(12)
               VALUE 'CREDIT MEMO '.
           05  WS-SHL-INVOICE                PIC 9(10).

       01  WS-OVERFLOW-LINE.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  WS-OVF-TEXT                   PIC X(52).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                  PIC X(30).
           05  WS-CNT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-CNT-AMOUNT                 PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).
           MOVE WS-TODAY-YYYYMMDD TO WS-AS-OF-DATE.
           MOVE 0 TO WS-QUARTER.
           PERFORM READ-REBATE-PARM THRU READ-REBATE-PARM-EXIT.
           PERFORM SET-QUARTER-WINDOW.

      *  NO PROGRAM FILE YET MEANS NO REBATES HAVE BEEN AGREED.
           OPEN I-O REBATE-PROGRAM-FILE.
           IF NOT WS-PROGRAM-STATUS-OK
               CLOSE REBATE-PROGRAM-FILE
               GOBACK
           END-IF.

      *  WITHOUT THE SIDE FEED NEITHER AN ACCRUAL NOR ITS REVERSAL
      *  COULD REACH THE LEDGER, SO THE STEP STOPS THE CHAIN.
           OPEN EXTEND GL-SIDE-FEED-FILE.
           IF NOT WS-FEED-STATUS-OK
               OPEN OUTPUT GL-SIDE-FEED-FILE
               IF NOT WS-FEED-STATUS-OK
                   CLOSE GL-SIDE-FEED-FILE
                         REBATE-PROGRAM-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF WS-DEMO-STATUS-OK
               SET WS-DEMO-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.

           OPEN INPUT INVOICE-EXTRACT-FILE
                OUTPUT REBATE-REPORT-FILE.
           IF WS-SETTLEMENT-RUN
               OPEN OUTPUT REBATE-TRANSACTION-FILE
               MOVE SPACES TO INVOICE-CONTROL-RECORD
               MOVE 'H' TO TC-RECORD-TYPE
               MOVE 0   TO TC-RECORD-COUNT
               MOVE 0   TO TC-AMOUNT-HASH-TOTAL
               WRITE INVOICE-CONTROL-RECORD
               MOVE 'QUARTERLY REBATE SETTLEMENT'  TO WS-TTL-RUN-NAME
           ELSE
               MOVE 'MONTHLY REBATE ACCRUAL'       TO WS-TTL-RUN-NAME
           END-IF.

           MOVE WS-QUARTER      TO WS-TTL-QUARTER.
           MOVE WS-WINDOW-START TO WS-TTL-WINDOW-START.
           MOVE WS-WINDOW-END   TO WS-TTL-WINDOW-END.
           WRITE REBATE-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO REBATE-REPORT-LINE.
           WRITE REBATE-REPORT-LINE.
           WRITE REBATE-REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM LOAD-PROGRAM-TABLE.
           PERFORM LOAD-HIERARCHY-TABLE.

           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL WS-NO-MORE-INVOICES
               ADD 1 TO WS-INVOICES-READ
               PERFORM ACCUMULATE-ONE-INVOICE
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.

           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                   UNTIL WS-PGM-SUB > WS-PROGRAM-COUNT
               PERFORM PROCESS-ONE-PROGRAM THRU
                       PROCESS-ONE-PROGRAM-EXIT
           END-PERFORM.

           IF WS-SETTLEMENT-RUN
               MOVE SPACES TO INVOICE-CONTROL-RECORD
               MOVE 'T' TO TC-RECORD-TYPE
               MOVE WS-CONTROL-RECORD-COUNT TO TC-RECORD-COUNT
               MOVE WS-CONTROL-AMOUNT-HASH  TO TC-AMOUNT-HASH-TOTAL
               WRITE INVOICE-CONTROL-RECORD
               CLOSE REBATE-TRANSACTION-FILE
           END-IF.

           MOVE SPACES TO REBATE-REPORT-LINE.
           WRITE REBATE-REPORT-LINE.
           IF WS-PROGRAM-OVERFLOW > 0
               MOVE WS-PROGRAM-OVERFLOW TO WS-OVF-COUNT
               MOVE ' PROGRAMS PAST TABLE BOUND, NOT PROCESSED'
                   TO WS-OVF-TEXT
               WRITE REBATE-REPORT-LINE FROM WS-OVERFLOW-LINE
               ADD 1 TO WS-PROGRAMS-WARNED
           END-IF.
           IF WS-HIERARCHY-OVERFLOW > 0
               MOVE WS-HIERARCHY-OVERFLOW TO WS-OVF-COUNT
               MOVE ' HIERARCHY RECORDS PAST TABLE BOUND, NOT ROLLED'
                   TO WS-OVF-TEXT
               WRITE REBATE-REPORT-LINE FROM WS-OVERFLOW-LINE
               ADD 1 TO WS-PROGRAMS-WARNED
           END-IF.

           MOVE 'INVOICES READ:'        TO WS-CNT-LABEL.
           MOVE WS-INVOICES-READ        TO WS-CNT-COUNT.
           MOVE 0                       TO WS-CNT-AMOUNT.
           WRITE REBATE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PROGRAMS PROCESSED:'   TO WS-CNT-LABEL.
           MOVE WS-PROGRAMS-PROCESSED   TO WS-CNT-COUNT.
           MOVE WS-TOTAL-ENTRIES        TO WS-CNT-AMOUNT.
           WRITE REBATE-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PROGRAMS SKIPPED:'     TO WS-CNT-LABEL.
           MOVE WS-PROGRAMS-SKIPPED     TO WS-CNT-COUNT.
           MOVE 0                       TO WS-CNT-AMOUNT.
           WRITE REBATE-REPORT-LINE FROM WS-COUNT-LINE.
           IF WS-SETTLEMENT-RUN
               MOVE 'REBATE CREDIT MEMOS:'  TO WS-CNT-LABEL
               MOVE WS-MEMOS-WRITTEN        TO WS-CNT-COUNT
               MOVE WS-TOTAL-CREDITED       TO WS-CNT-AMOUNT
               WRITE REBATE-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

           IF WS-PROGRAMS-WARNED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-DEMO-FILE-PRESENT
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.
           CLOSE REBATE-PROGRAM-FILE
                 GL-SIDE-FEED-FILE
                 INVOICE-EXTRACT-FILE
                 REBATE-REPORT-FILE.
           GOBACK.

       READ-REBATE-PARM.
           OPEN INPUT REBATE-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-REBATE-PARM-EXIT
           END-IF.
           READ REBATE-PARM-FILE
               AT END GO TO CLOSE-REBATE-PARM
           END-READ.
           IF RP-RUN-MODE = 'S'
               MOVE 'S' TO WS-RUN-MODE
           END-IF.
           IF RP-AS-OF-DATE NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(RP-AS-OF-DATE) = 0
                   MOVE RP-AS-OF-DATE TO WS-AS-OF-DATE
               END-IF
           END-IF.
           IF RP-QUARTER NUMERIC
               IF RP-QUARTER-NUMBER > 0 AND RP-QUARTER-NUMBER < 5
                   MOVE RP-QUARTER TO WS-QUARTER
               END-IF
           END-IF.
       CLOSE-REBATE-PARM.
           CLOSE REBATE-PARM-FILE.
       READ-REBATE-PARM-EXIT.
           EXIT.

      *****************************************************************
      *  AN ACCRUAL MEASURES THE QUARTER HOLDING THE AS-OF DATE UP TO  *
      *  THAT DATE. A SETTLEMENT MEASURES THE WHOLE QUARTER ASKED FOR, *
      *  OR THE ONE BEFORE TODAY'S.                                    *
      *****************************************************************
       SET-QUARTER-WINDOW.
           IF WS-ACCRUAL-RUN
               MOVE WS-AS-OF-YEAR TO WS-QUARTER-YEAR
               COMPUTE WS-QUARTER-NUMBER =
                   (WS-AS-OF-MONTH - 1) / 3 + 1
           ELSE
               IF WS-QUARTER = 0
                   MOVE WS-TODAY-YYYYMMDD TO WS-AS-OF-DATE
                   MOVE WS-AS-OF-YEAR TO WS-QUARTER-YEAR
                   COMPUTE WS-QUARTER-NUMBER =
                       (WS-AS-OF-MONTH - 1) / 3 + 1
                   IF WS-QUARTER-NUMBER = 1
                       MOVE 4 TO WS-QUARTER-NUMBER
                       SUBTRACT 1 FROM WS-QUARTER-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-QUARTER-NUMBER
                   END-IF
               END-IF
           END-IF.

           MOVE WS-QUARTER-YEAR TO WS-WINDOW-START-YEAR.
           COMPUTE WS-WINDOW-START-MONTH =
               (WS-QUARTER-NUMBER - 1) * 3 + 1.
           MOVE 1 TO WS-WINDOW-START-DAY.

           IF WS-ACCRUAL-RUN
               MOVE WS-AS-OF-DATE TO WS-WINDOW-END
           ELSE
               MOVE WS-WINDOW-START TO WS-NEXT-QUARTER-START
               IF WS-QUARTER-NUMBER = 4
                   ADD 1 TO WS-NEXT-QUARTER-YEAR
                   MOVE 1 TO WS-NEXT-QUARTER-MONTH
               ELSE
                   ADD 3 TO WS-NEXT-QUARTER-MONTH
               END-IF
               COMPUTE WS-WINDOW-END =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-QUARTER-START)
                           - 1)
           END-IF.

      *****************************************************************
      *  TABLE EVERY ACTIVE PROGRAM IN FORCE FOR ANY PART OF THE       *
      *  WINDOW, WITH THE DATES IT COVERS.                             *
      *****************************************************************
       LOAD-PROGRAM-TABLE.
           MOVE 0 TO RB-PROGRAM-NUMBER.
           START REBATE-PROGRAM-FILE
               KEY IS NOT LESS THAN RB-PROGRAM-NUMBER
               INVALID KEY MOVE 'Y' TO WS-PROGRAM-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-NO-MORE-PROGRAMS
               READ REBATE-PROGRAM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PROGRAM-EOF-FLAG
                   NOT AT END
                       IF RB-PROGRAM-ACTIVE AND
                          RB-EFFECTIVE-DATE NOT > WS-WINDOW-END AND
                          RB-EXPIRY-DATE NOT < WS-WINDOW-START
                           PERFORM TABLE-ONE-PROGRAM
                       END-IF
               END-READ
           END-PERFORM.

       TABLE-ONE-PROGRAM.
           IF WS-PROGRAM-COUNT NOT < WS-MAX-PROGRAMS
               ADD 1 TO WS-PROGRAM-OVERFLOW
           ELSE
               ADD 1 TO WS-PROGRAM-COUNT
               MOVE WS-PROGRAM-COUNT TO WS-PGM-SUB
               MOVE RB-PROGRAM-NUMBER
                   TO WS-PGM-NUMBER(WS-PGM-SUB)
               MOVE RB-ACCOUNT-TYPE
                   TO WS-PGM-ACCOUNT-TYPE(WS-PGM-SUB)
               MOVE RB-ACCOUNT-NUMBER
                   TO WS-PGM-ACCOUNT-NUMBER(WS-PGM-SUB)
               MOVE WS-WINDOW-START TO WS-PGM-FROM-DATE(WS-PGM-SUB)
               IF RB-EFFECTIVE-DATE > WS-WINDOW-START
                   MOVE RB-EFFECTIVE-DATE
                       TO WS-PGM-FROM-DATE(WS-PGM-SUB)
               END-IF
               MOVE WS-WINDOW-END TO WS-PGM-TO-DATE(WS-PGM-SUB)
               IF RB-EXPIRY-DATE < WS-WINDOW-END
                   MOVE RB-EXPIRY-DATE TO WS-PGM-TO-DATE(WS-PGM-SUB)
               END-IF
               MOVE RB-PRODUCT-COUNT
                   TO WS-PGM-PRODUCT-COUNT(WS-PGM-SUB)
               PERFORM VARYING WS-PRODUCT-SUB FROM 1 BY 1
                       UNTIL WS-PRODUCT-SUB > 10
                   MOVE RB-PRODUCT-CODE(WS-PRODUCT-SUB)
                       TO WS-PGM-PRODUCT-CODE(WS-PGM-SUB,
                                              WS-PRODUCT-SUB)
               END-PERFORM
               MOVE 0   TO WS-PGM-REVENUE(WS-PGM-SUB)
               MOVE 'N' TO WS-PGM-OVERFLOW-FLAG(WS-PGM-SUB)
           END-IF.

       LOAD-HIERARCHY-TABLE.
           OPEN INPUT HIERARCHY-FILE.
           IF NOT WS-HIERARCHY-STATUS-OK
               CLOSE HIERARCHY-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-HIERARCHY
                   READ HIERARCHY-FILE
                       AT END
                           MOVE 'Y' TO WS-HIER-EOF-FLAG
                       NOT AT END
                           IF WS-CHILD-COUNT < WS-MAX-CHILDREN
                               ADD 1 TO WS-CHILD-COUNT
                               MOVE AH-CHILD-CUSTOMER-NUMBER
                                   TO WS-CHD-CHILD-NUMBER
                                          (WS-CHILD-COUNT)
                               MOVE AH-PARENT-ACCOUNT-NUMBER
                                   TO WS-CHD-PARENT-NUMBER
                                          (WS-CHILD-COUNT)
                           ELSE
                               ADD 1 TO WS-HIERARCHY-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIERARCHY-FILE
           END-IF.

       READ-NEXT-INVOICE.
           READ INVOICE-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-INVOICE-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE INVOICE: A CHARGE ADDS TO, AND A CREDIT MEMO TAKES FROM,  *
      *  THE REVENUE OF EVERY PROGRAM THAT COVERS ITS CUSTOMER,        *
      *  PRODUCT AND DATE. VOIDS AND HOUSE CHARGES NEVER COUNT.        *
      *****************************************************************
       ACCUMULATE-ONE-INVOICE.
           MOVE IM-INVOICE-PRODUCT-CODE TO WS-EXCLUDED-PRODUCT.
           IF (NOT IM-TYPE-CHARGE AND NOT IM-TYPE-CREDIT-MEMO) OR
              WS-NOT-REBATABLE OR IM-INVOICE-DATE = 0
               CONTINUE
           ELSE
               COMPUTE WS-INVOICE-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE))
               IF WS-INVOICE-DATE NOT < WS-WINDOW-START AND
                  WS-INVOICE-DATE NOT > WS-WINDOW-END
                   COMPUTE WS-USD-AMOUNT ROUNDED =
                       IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE
                   IF IM-TYPE-CREDIT-MEMO
                       COMPUTE WS-USD-AMOUNT = 0 - WS-USD-AMOUNT
                   END-IF
                   PERFORM FIND-INVOICE-PARENT
                   PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                           UNTIL WS-PGM-SUB > WS-PROGRAM-COUNT
                       PERFORM CHECK-PROGRAM-COVERS
                       IF WS-INVOICE-COVERED
                           PERFORM ADD-PROGRAM-REVENUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       FIND-INVOICE-PARENT.
           MOVE 0 TO WS-INVOICE-PARENT.
           PERFORM VARYING WS-CHILD-SUB FROM 1 BY 1
                   UNTIL WS-CHILD-SUB > WS-CHILD-COUNT
                      OR WS-INVOICE-PARENT NOT = 0
               IF WS-CHD-CHILD-NUMBER(WS-CHILD-SUB) =
                      IM-CUSTOMER-NUMBER
                   MOVE WS-CHD-PARENT-NUMBER(WS-CHILD-SUB)
                       TO WS-INVOICE-PARENT
               END-IF
           END-PERFORM.

       CHECK-PROGRAM-COVERS.
           MOVE 'N' TO WS-COVERED-FLAG.
           IF (IM-CUSTOMER-NUMBER = WS-PGM-ACCOUNT-NUMBER(WS-PGM-SUB)
               OR (WS-PGM-ACCOUNT-TYPE(WS-PGM-SUB) = 'P' AND
                   WS-INVOICE-PARENT =
                       WS-PGM-ACCOUNT-NUMBER(WS-PGM-SUB)))
              AND WS-INVOICE-DATE NOT < WS-PGM-FROM-DATE(WS-PGM-SUB)
              AND WS-INVOICE-DATE NOT > WS-PGM-TO-DATE(WS-PGM-SUB)
               IF WS-PGM-PRODUCT-COUNT(WS-PGM-SUB) = 0
                   SET WS-INVOICE-COVERED TO TRUE
               ELSE
                   PERFORM VARYING WS-PRODUCT-SUB FROM 1 BY 1
                           UNTIL WS-PRODUCT-SUB >
                                     WS-PGM-PRODUCT-COUNT(WS-PGM-SUB)
                              OR WS-INVOICE-COVERED
                       IF WS-PGM-PRODUCT-CODE(WS-PGM-SUB,
                                              WS-PRODUCT-SUB) =
                              IM-INVOICE-PRODUCT-CODE
                           SET WS-INVOICE-COVERED TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       ADD-PROGRAM-REVENUE.
           ADD WS-USD-AMOUNT TO WS-PGM-REVENUE(WS-PGM-SUB).
           MOVE 0 TO WS-SHARE-SLOT.
           PERFORM VARYING WS-SHR-SUB FROM 1 BY 1
                   UNTIL WS-SHR-SUB > WS-SHARE-COUNT
                      OR WS-SHARE-SLOT > 0
               IF WS-SHR-PROGRAM-SLOT(WS-SHR-SUB) = WS-PGM-SUB AND
                  WS-SHR-CUSTOMER-NUMBER(WS-SHR-SUB) =
                      IM-CUSTOMER-NUMBER
                   MOVE WS-SHR-SUB TO WS-SHARE-SLOT
               END-IF
           END-PERFORM.
           IF WS-SHARE-SLOT = 0
               IF WS-SHARE-COUNT < WS-MAX-SHARES
                   ADD 1 TO WS-SHARE-COUNT
                   MOVE WS-SHARE-COUNT TO WS-SHARE-SLOT
                   MOVE WS-PGM-SUB
                       TO WS-SHR-PROGRAM-SLOT(WS-SHARE-SLOT)
                   MOVE IM-CUSTOMER-NUMBER
                       TO WS-SHR-CUSTOMER-NUMBER(WS-SHARE-SLOT)
                   MOVE 0 TO WS-SHR-REVENUE(WS-SHARE-SLOT)
                   MOVE 0 TO WS-SHR-REBATE(WS-SHARE-SLOT)
                   MOVE 0 TO WS-SHR-INVOICE-NUMBER(WS-SHARE-SLOT)
                   MOVE SPACES TO WS-SHR-COMPANY-CODE(WS-SHARE-SLOT)
               ELSE
                   MOVE 'Y' TO WS-PGM-OVERFLOW-FLAG(WS-PGM-SUB)
               END-IF
           END-IF.
           IF WS-SHARE-SLOT > 0
               ADD WS-USD-AMOUNT TO WS-SHR-REVENUE(WS-SHARE-SLOT)
           END-IF.

      *****************************************************************
      *  RATE ONE PROGRAM'S REVENUE AND ACCRUE OR SETTLE IT.           *
      *****************************************************************
       PROCESS-ONE-PROGRAM.
           MOVE WS-PGM-NUMBER(WS-PGM-SUB) TO RB-PROGRAM-NUMBER.
           READ REBATE-PROGRAM-FILE
               INVALID KEY GO TO PROCESS-ONE-PROGRAM-EXIT
           END-READ.

           MOVE RB-PROGRAM-NUMBER         TO WS-DTL-PROGRAM.
           MOVE RB-ACCOUNT-TYPE           TO WS-DTL-ACCOUNT-TYPE.
           MOVE RB-ACCOUNT-NUMBER         TO WS-DTL-ACCOUNT.
           MOVE WS-PGM-REVENUE(WS-PGM-SUB) TO WS-DTL-REVENUE.
           MOVE 0 TO WS-DTL-ENTRY.

           PERFORM RATE-THE-PROGRAM.
           MOVE WS-REBATE-PERCENT TO WS-DTL-PERCENT.
           MOVE WS-REBATE-AMOUNT  TO WS-DTL-REBATE.

           IF RB-LAST-SETTLED-QUARTER NOT < WS-QUARTER
               MOVE 'QUARTER ALREADY SETTLED' TO WS-DISPOSITION
               GO TO SKIP-ONE-PROGRAM
           END-IF.
           IF WS-PGM-OVERFLOWED(WS-PGM-SUB)
               MOVE 'ACCOUNTS PAST TABLE BOUND' TO WS-DISPOSITION
               ADD 1 TO WS-PROGRAMS-WARNED
               GO TO SKIP-ONE-PROGRAM
           END-IF.

           IF WS-SETTLEMENT-RUN
               PERFORM SETTLE-THE-PROGRAM THRU SETTLE-THE-PROGRAM-EXIT
           ELSE
               PERFORM ACCRUE-THE-PROGRAM THRU ACCRUE-THE-PROGRAM-EXIT
           END-IF.
           IF WS-DISPOSITION(1:8) = 'SKIPPED,'
               GO TO SKIP-ONE-PROGRAM
           END-IF.

           ADD 1 TO WS-PROGRAMS-PROCESSED.
           MOVE WS-DISPOSITION TO WS-DTL-DISPOSITION.
           WRITE REBATE-REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-SETTLEMENT-RUN
               PERFORM WRITE-SHARE-LINES
           END-IF.
           GO TO PROCESS-ONE-PROGRAM-EXIT.

       SKIP-ONE-PROGRAM.
           ADD 1 TO WS-PROGRAMS-SKIPPED.
           MOVE WS-DISPOSITION TO WS-DTL-DISPOSITION.
           WRITE REBATE-REPORT-LINE FROM WS-DETAIL-LINE.

       PROCESS-ONE-PROGRAM-EXIT.
           EXIT.

      *  THE PERCENTAGE OF THE HIGHEST THRESHOLD THE REVENUE HAS
      *  PASSED, PAID ON ALL OF IT.
       RATE-THE-PROGRAM.
           MOVE 0 TO WS-REBATE-PERCENT.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > RB-TIER-COUNT
               IF WS-PGM-REVENUE(WS-PGM-SUB) > 0 AND
                  WS-PGM-REVENUE(WS-PGM-SUB) NOT <
                      RB-TIER-THRESHOLD(WS-TIER-SUB)
                   MOVE RB-TIER-PERCENT(WS-TIER-SUB)
                       TO WS-REBATE-PERCENT
               END-IF
           END-PERFORM.
           COMPUTE WS-REBATE-AMOUNT ROUNDED =
               WS-PGM-REVENUE(WS-PGM-SUB) * WS-REBATE-PERCENT / 100.

      *****************************************************************
      *  TRUE THE QUARTER'S ACCRUAL UP TO THE REBATE EARNED SO FAR. A  *
      *  SAME-DAY RERUN RESTATES THE DAY'S ENTRY FROM THE SAME BASE.   *
      *****************************************************************
       ACCRUE-THE-PROGRAM.
           IF RB-ACCRUAL-QUARTER NOT = 0 AND
              RB-ACCRUAL-QUARTER NOT = WS-QUARTER AND
              RB-ACCRUED-AMOUNT NOT = 0
               MOVE 'SKIPPED, PRIOR QUARTER NOT SETTLED'
                   TO WS-DISPOSITION
               ADD 1 TO WS-PROGRAMS-WARNED
               GO TO ACCRUE-THE-PROGRAM-EXIT
           END-IF.

           IF RB-ACCRUAL-QUARTER NOT = WS-QUARTER
               MOVE WS-QUARTER TO RB-ACCRUAL-QUARTER
               MOVE 0 TO RB-ACCRUED-AMOUNT
                         RB-ACCRUAL-BASE
                         RB-ACCRUAL-RUN-DATE
           END-IF.

           IF RB-ACCRUAL-RUN-DATE = WS-TODAY-YYYYMMDD
               MOVE RB-ACCRUAL-BASE TO WS-ACCRUAL-BASE
           ELSE
               MOVE RB-ACCRUED-AMOUNT TO WS-ACCRUAL-BASE
           END-IF.
           COMPUTE WS-ENTRY-AMOUNT =
               WS-REBATE-AMOUNT - WS-ACCRUAL-BASE.

           IF WS-ENTRY-AMOUNT = 0 AND
              RB-ACCRUAL-RUN-DATE NOT = WS-TODAY-YYYYMMDD
               MOVE 'ACCRUAL UNCHANGED' TO WS-DISPOSITION
               GO TO ACCRUE-THE-PROGRAM-EXIT
           END-IF.

           MOVE 'RBAC' TO WS-FEED-ACTIVITY.
           PERFORM WRITE-REBATE-FEED.
           MOVE WS-ENTRY-AMOUNT TO WS-DTL-ENTRY.
           ADD WS-ENTRY-AMOUNT TO WS-TOTAL-ENTRIES.

           MOVE WS-ACCRUAL-BASE   TO RB-ACCRUAL-BASE.
           MOVE WS-TODAY-YYYYMMDD TO RB-ACCRUAL-RUN-DATE.
           MOVE WS-REBATE-AMOUNT  TO RB-ACCRUED-AMOUNT.
           REWRITE REBATE-PROGRAM-RECORD.
           MOVE 'ACCRUAL TRUED UP' TO WS-DISPOSITION.

       ACCRUE-THE-PROGRAM-EXIT.
           EXIT.

      *****************************************************************
      *  CREDIT EACH CUSTOMER ITS SHARE OF THE QUARTER'S REBATE, THEN  *
      *  REVERSE WHAT WAS ACCRUED FOR IT. EVERY MEMO IS NUMBERED       *
      *  BEFORE ANY IS WRITTEN, SO A NUMBERING FAILURE NEVER LEAVES A  *
      *  PROGRAM HALF SETTLED.                                         *
      *****************************************************************
       SETTLE-THE-PROGRAM.
           MOVE SPACES TO WS-DISPOSITION.
           PERFORM VARYING WS-SHR-SUB FROM 1 BY 1
                   UNTIL WS-SHR-SUB > WS-SHARE-COUNT
                      OR WS-DISPOSITION NOT = SPACES
               IF WS-SHR-PROGRAM-SLOT(WS-SHR-SUB) = WS-PGM-SUB
                   PERFORM NUMBER-ONE-SHARE
               END-IF
           END-PERFORM.
           IF WS-DISPOSITION NOT = SPACES
               PERFORM SPOIL-SHARE-NUMBERS
               ADD 1 TO WS-PROGRAMS-WARNED
               GO TO SETTLE-THE-PROGRAM-EXIT
           END-IF.

           MOVE 0 TO WS-SETTLED-AMOUNT.
           PERFORM VARYING WS-SHR-SUB FROM 1 BY 1
                   UNTIL WS-SHR-SUB > WS-SHARE-COUNT
               IF WS-SHR-PROGRAM-SLOT(WS-SHR-SUB) = WS-PGM-SUB AND
                  WS-SHR-INVOICE-NUMBER(WS-SHR-SUB) NOT = 0
                   PERFORM WRITE-REBATE-MEMO
               END-IF
           END-PERFORM.
           MOVE WS-SETTLED-AMOUNT TO WS-DTL-ENTRY.

           IF RB-ACCRUAL-QUARTER = WS-QUARTER AND
              RB-ACCRUED-AMOUNT NOT = 0
               COMPUTE WS-ENTRY-AMOUNT = 0 - RB-ACCRUED-AMOUNT
               MOVE 'RBRV' TO WS-FEED-ACTIVITY
               PERFORM WRITE-REBATE-FEED
               ADD WS-ENTRY-AMOUNT TO WS-TOTAL-ENTRIES
           END-IF.
           IF RB-ACCRUAL-QUARTER NOT > WS-QUARTER
               MOVE 0 TO RB-ACCRUAL-QUARTER
                         RB-ACCRUED-AMOUNT
                         RB-ACCRUAL-BASE
                         RB-ACCRUAL-RUN-DATE
           END-IF.

           MOVE WS-QUARTER        TO RB-LAST-SETTLED-QUARTER.
           MOVE WS-SETTLED-AMOUNT TO RB-LAST-SETTLED-AMOUNT.
           MOVE WS-TODAY-YYYYMMDD TO RB-LAST-SETTLED-DATE.
           REWRITE REBATE-PROGRAM-RECORD.
           MOVE 'SETTLED, ACCRUAL REVERSED' TO WS-DISPOSITION.

       SETTLE-THE-PROGRAM-EXIT.
           EXIT.

      *  A CUSTOMER WHOSE CREDITS OUTRAN ITS CHARGES EARNS NOTHING.
       NUMBER-ONE-SHARE.
           MOVE 0 TO WS-SHR-INVOICE-NUMBER(WS-SHR-SUB).
           COMPUTE WS-SHR-REBATE(WS-SHR-SUB) ROUNDED =
               WS-SHR-REVENUE(WS-SHR-SUB) * WS-REBATE-PERCENT / 100.
           IF WS-SHR-REBATE(WS-SHR-SUB) > 0
               MOVE SPACES TO WS-BILL-COMPANY-CODE
               IF WS-DEMO-FILE-PRESENT
                   MOVE WS-SHR-CUSTOMER-NUMBER(WS-SHR-SUB)
                       TO CD-CUSTOMER-NUMBER
                   READ CUSTOMER-DEMOGRAPHIC-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CD-COMPANY-CODE
                               TO WS-BILL-COMPANY-CODE
                   END-READ
               END-IF
               MOVE WS-BILL-COMPANY-CODE
                   TO WS-SHR-COMPANY-CODE(WS-SHR-SUB)
               CALL 'CREATEINVOICENUMBER'
                   USING WS-NEW-INVOICE-NUMBER WS-CRINVNO-STATUS
                         WS-BILL-COMPANY-CODE
                         WS-CRINVNO-CALLER
               IF WS-CRINVNO-OK
                   MOVE WS-NEW-INVOICE-NUMBER
                       TO WS-SHR-INVOICE-NUMBER(WS-SHR-SUB)
               ELSE
                   MOVE 'SKIPPED, INVOICE NUMBER NOT ISSUED'
                       TO WS-DISPOSITION
               END-IF
           END-IF.

      *  THE SHARES NUMBERED BEFORE THE FAILURE WILL NEVER BE
      *  CREDITED -- LOG THEIR NUMBERS SPOILED FOR THE NUMBER AUDIT.
       SPOIL-SHARE-NUMBERS.
           MOVE WS-DISPOSITION TO WS-SPOIL-REASON.
           PERFORM VARYING WS-SHR-SUB FROM 1 BY 1
                   UNTIL WS-SHR-SUB > WS-SHARE-COUNT
               IF WS-SHR-PROGRAM-SLOT(WS-SHR-SUB) = WS-PGM-SUB AND
                  WS-SHR-INVOICE-NUMBER(WS-SHR-SUB) NOT = 0
                   CALL 'WRITEINVNUMLOG'
                       USING WS-NUMLOG-SPOILED
                             WS-SHR-INVOICE-NUMBER(WS-SHR-SUB)
                             WS-CRINVNO-CALLER
                             WS-SHR-COMPANY-CODE(WS-SHR-SUB)
                             WS-SPOIL-REASON
                   MOVE 0 TO WS-SHR-INVOICE-NUMBER(WS-SHR-SUB)
               END-IF
           END-PERFORM.

       WRITE-REBATE-MEMO.
           MOVE RB-PROGRAM-NUMBER TO WS-DSC-PROGRAM.
           MOVE WS-QUARTER        TO WS-DSC-QUARTER.
           INITIALIZE INVOICE-TRANSACTION-RECORD.
           MOVE 'A'                    TO TR-ACTION.
           MOVE WS-SHR-CUSTOMER-NUMBER(WS-SHR-SUB)
               TO TR-CUSTOMER-NUMBER.
           MOVE WS-SHR-INVOICE-NUMBER(WS-SHR-SUB)
               TO TR-INVOICE-NUMBER.
           MOVE WS-TODAY-JULIAN        TO TR-INVOICE-DATE.
           MOVE WS-SHR-REBATE(WS-SHR-SUB) TO TR-INVOICE-AMOUNT.
           MOVE 'USD'                  TO TR-INVOICE-CURRENCY-CODE.
           MOVE 1                      TO TR-INVOICE-EXCHANGE-RATE.
           MOVE 'M'                    TO TR-INVOICE-TRANSACTION-TYPE.
           MOVE 'REBATE'               TO TR-INVOICE-PRODUCT-CODE.
           MOVE WS-DESCRIPTION-TEXT    TO TR-INVOICE-DESCRIPTION.
           MOVE 'RBTE'                 TO TR-CREDIT-REASON-CODE.
           MOVE WS-SHR-COMPANY-CODE(WS-SHR-SUB) TO TR-COMPANY-CODE.
           WRITE INVOICE-TRANSACTION-RECORD.
           ADD 1 TO WS-CONTROL-RECORD-COUNT.
           ADD TR-INVOICE-AMOUNT TO WS-CONTROL-AMOUNT-HASH.
           ADD 1 TO WS-MEMOS-WRITTEN.
           ADD TR-INVOICE-AMOUNT TO WS-TOTAL-CREDITED
                                    WS-SETTLED-AMOUNT.

      *  REBATE ENTRIES ARE NOT TIED TO ONE A/R ITEM: THE PROGRAM'S
      *  ACCOUNT STANDS IN THE CUSTOMER FIELD AND ITS PROGRAM NUMBER
      *  IN THE INVOICE FIELD, SO TWO PROGRAMS FOR ONE ACCOUNT KEEP
      *  SEPARATE ENTRIES.
       WRITE-REBATE-FEED.
           MOVE WS-TODAY-YYYYMMDD     TO GF-FEED-DATE.
           MOVE 'RBTCALC1'            TO GF-SOURCE-PROGRAM.
           MOVE WS-FEED-ACTIVITY      TO GF-ACTIVITY-CODE.
           MOVE 'REBATE'              TO GF-PRODUCT-CODE.
           MOVE RB-ACCOUNT-NUMBER     TO GF-CUSTOMER-NUMBER.
           MOVE RB-PROGRAM-NUMBER     TO GF-INVOICE-NUMBER.
           MOVE WS-ENTRY-AMOUNT       TO GF-AMOUNT.
           MOVE RB-COMPANY-CODE       TO GF-COMPANY-CODE.
           WRITE GL-SIDE-FEED-RECORD.

       WRITE-SHARE-LINES.
           PERFORM VARYING WS-SHR-SUB FROM 1 BY 1
                   UNTIL WS-SHR-SUB > WS-SHARE-COUNT
               IF WS-SHR-PROGRAM-SLOT(WS-SHR-SUB) = WS-PGM-SUB
                   MOVE WS-SHR-CUSTOMER-NUMBER(WS-SHR-SUB)
                       TO WS-SHL-CUSTOMER
                   MOVE WS-SHR-REVENUE(WS-SHR-SUB) TO WS-SHL-REVENUE
                   MOVE WS-SHR-REBATE(WS-SHR-SUB)  TO WS-SHL-MEMO
                   MOVE WS-SHR-INVOICE-NUMBER(WS-SHR-SUB)
                       TO WS-SHL-INVOICE
                   WRITE REBATE-REPORT-LINE FROM WS-SHARE-LINE
               END-IF
           END-PERFORM.
