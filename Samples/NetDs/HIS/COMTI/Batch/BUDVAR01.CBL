      ***********************************************************
      * BUDVAR01 -- MONTHLY REVENUE BUDGET-VERSUS-ACTUAL VARIANCE   *
      *                                                             *
      * REVPRD01 SAYS WHAT WAS BILLED BY PRODUCT; FINANCE THEN SET  *
      * IT AGAINST THE BUDGET BY HAND. THIS JOB READS THE INVXTRCT  *
      * EXTRACT (NO SORT ORDER REQUIRED) AND TAKES EACH INVOICE     *
      * DATED IN THE FISCAL YEAR UP TO THE REPORT MONTH AS ACTUAL   *
      * BILLED REVENUE, NET OF CREDITS BY THE REVPRD01 RULE (CHARGES*
      * ADD, CREDIT MEMOS AND VOIDS SUBTRACT) AND RESTATED TO USD   *
      * THE SAME WAY, EXCLUSIVE OF TAX. EACH INVOICE IS TIED TO A   *
      * TERRITORY THROUGH ITS CUSTOMER'S SLSASGN SALESPERSON AND    *
      * THAT REP'S SALESREP TERRITORY. THE REVBUDG BUDGET IS SUMMED *
      * THE SAME WAY, AND TWO SECTIONS -- BY PRODUCT, THEN BY       *
      * TERRITORY -- SHOW FOR THE MONTH AND THE YEAR TO DATE ACTUAL,*
      * BUDGET, VARIANCE (ACTUAL LESS BUDGET) AND VARIANCE AS A     *
      * PERCENT OF BUDGET. FISCAL MONTHS ARE CALENDAR MONTHS        *
      * (PERCTL.cpy), SO THE YEAR TO DATE RUNS FROM JANUARY.        *
      *                                                             *
      * A LINE WHOSE MONTH OR YEAR-TO-DATE VARIANCE IS OVER THE     *
      * THRESHOLD PERCENT EITHER WAY, OR THAT HAS REVENUE AND NO    *
      * BUDGET, IS FLAGGED FOR COMMENTARY. THE REPORT MONTH (YYYYMM)*
      * AND THRESHOLD (NNN.N PERCENT) COME FROM THE USUAL OPTIONAL  *
      * PARAMETER FILE; MISSING, THEY ARE THE CURRENT MONTH AND 10.0*
      * PERCENT.                                                    *
      *                                                             *
      * PRODUCTS AND TERRITORIES ARE ACCUMULATED IN BOUNDED TABLES, *
      * SAME APPROACH AS REVPRD01; AMOUNTS PAST A BOUND STILL REACH *
      * THE TOTALS AND ARE COUNTED. NO BUDGET FILE OR NO EXTRACT    *
      * ENDS THE STEP RC 8; A TABLE OVERFLOW, OR NO SLSASGN OR      *
      * SALESREP TO RESOLVE TERRITORIES (ALL ACTUALS THEN FALL TO   *
      * UNASSIGNED), ENDS IT RC 4.                                  *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-EXTRACT-FILE ASSIGN TO INVXTRCT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT REVENUE-BUDGET-FILE ASSIGN TO REVBUDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT SALES-ASSIGNMENT-FILE ASSIGN TO SLSASGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-CUSTOMER-NUMBER
               FILE STATUS IS WS-ASSIGNMENT-STATUS.
           SELECT SALESPERSON-MASTER-FILE ASSIGN TO SALESREP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-SALESPERSON-ID
               FILE STATUS IS WS-REP-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO BUDVRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-PARM-FILE ASSIGN TO BUDVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

       FD  REVENUE-BUDGET-FILE.
           COPY REVBUDG.

       FD  SALES-ASSIGNMENT-FILE.
           COPY SLSASGN.

       FD  SALESPERSON-MASTER-FILE.
           COPY SALESREP.

       FD  VARIANCE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VARIANCE-REPORT-LINE              PIC X(132).

       FD  VARIANCE-PARM-FILE.
       01  VARIANCE-PARM-RECORD.
           05  VP-REPORT-MONTH               PIC 9(6).
           05  VP-THRESHOLD-PERCENT          PIC 9(3)V9(1).
           05  FILLER                        PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.
       01  WS-BUDGET-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-NO-MORE-BUDGETS            VALUE 'Y'.

       01  WS-EXTRACT-STATUS                 PIC X(2).
           88  WS-EXTRACT-STATUS-OK          VALUE '00'.
       01  WS-BUDGET-STATUS                  PIC X(2).
           88  WS-BUDGET-STATUS-OK           VALUE '00'.
       01  WS-ASSIGNMENT-STATUS              PIC X(2).
           88  WS-ASSIGNMENT-STATUS-OK       VALUE '00'.
       01  WS-REP-STATUS                     PIC X(2).
           88  WS-REP-STATUS-OK              VALUE '00'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.

       01  WS-ROUTING-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-ROUTING-FILES-PRESENT      VALUE 'Y'.
       01  WS-FOUND-FLAG                     PIC X.
           88  WS-RECORD-FOUND               VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-REPORT-MONTH                   PIC 9(6).
       01  WS-REPORT-YEAR                    PIC 9(4).
       01  WS-YEAR-START-PERIOD              PIC 9(6).
       01  WS-THRESHOLD-PERCENT              PIC 9(3)V9(1) VALUE 10.0.
       01  WS-ITEM-YYYYMMDD                  PIC 9(8).
       01  WS-ITEM-PERIOD                    PIC 9(6).

       01  WS-USD-AMOUNT                     PIC S9(13)V9(2) COMP-3.
       01  WS-SIGNED-AMOUNT                  PIC S9(13)V9(2) COMP-3.
       01  WS-ITEM-PERIOD-AMOUNT             PIC S9(13)V9(2) COMP-3.
       01  WS-FIND-PRODUCT-CODE              PIC X(12).
       01  WS-FIND-TERRITORY-CODE            PIC X(4).

      *  PER-PRODUCT AND PER-TERRITORY ACCUMULATORS, LINEAR-SEARCHED
      *  BY CODE AS IN REVPRD01. A TERRITORY OF SPACES HOLDS THE
      *  REVENUE OF CUSTOMERS NO SALESPERSON OWNS.
       01  WS-MAX-PRODUCTS                   PIC 9(4) COMP VALUE 500.
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-PROD-IDX.
               10  WS-PROD-CODE              PIC X(12).
               10  WS-PROD-MTD-ACTUAL        PIC S9(13)V9(2) COMP-3.
               10  WS-PROD-MTD-BUDGET        PIC S9(13)V9(2) COMP-3.
               10  WS-PROD-YTD-ACTUAL        PIC S9(13)V9(2) COMP-3.
               10  WS-PROD-YTD-BUDGET        PIC S9(13)V9(2) COMP-3.
       01  WS-PRODUCT-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-PRODUCT-SCAN                   PIC 9(4) COMP.
       01  WS-PRODUCT-SLOT                   PIC 9(4) COMP.

       01  WS-MAX-TERRITORIES                PIC 9(4) COMP VALUE 200.
       01  WS-TERRITORY-TABLE.
           05  WS-TERRITORY-ENTRY OCCURS 200 TIMES
                                       INDEXED BY WS-TERR-IDX.
               10  WS-TERR-CODE              PIC X(4).
               10  WS-TERR-MTD-ACTUAL        PIC S9(13)V9(2) COMP-3.
               10  WS-TERR-MTD-BUDGET        PIC S9(13)V9(2) COMP-3.
               10  WS-TERR-YTD-ACTUAL        PIC S9(13)V9(2) COMP-3.
               10  WS-TERR-YTD-BUDGET        PIC S9(13)V9(2) COMP-3.
       01  WS-TERRITORY-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-TERRITORY-SCAN                 PIC 9(4) COMP.
       01  WS-TERRITORY-SLOT                 PIC 9(4) COMP.

      *  ONE REPORT LINE'S FIGURES, WHICHEVER SECTION IT IS IN.
       01  WS-LINE-KEY                       PIC X(12).
       01  WS-LINE-MTD-ACTUAL                PIC S9(13)V9(2) COMP-3.
       01  WS-LINE-MTD-BUDGET                PIC S9(13)V9(2) COMP-3.
       01  WS-LINE-YTD-ACTUAL                PIC S9(13)V9(2) COMP-3.
       01  WS-LINE-YTD-BUDGET                PIC S9(13)V9(2) COMP-3.
       01  WS-LINE-KIND                      PIC X.
           88  WS-LINE-IS-DETAIL             VALUE 'D'.
           88  WS-LINE-IS-TOTAL              VALUE 'T'.
       01  WS-VARIANCE                       PIC S9(13)V9(2) COMP-3.
       01  WS-PERCENT-BASE                   PIC S9(13)V9(2) COMP-3.
       01  WS-VARIANCE-PERCENT               PIC S9(4)V9(1) COMP-3.
       01  WS-LINE-FLAG                      PIC X(10).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-INVOICES-TAKEN             PIC 9(9) COMP VALUE 0.
           05  WS-INVOICES-UNASSIGNED        PIC 9(9) COMP VALUE 0.
           05  WS-BUDGETS-TAKEN              PIC 9(9) COMP VALUE 0.
           05  WS-OVERFLOW-ITEMS             PIC 9(9) COMP VALUE 0.
           05  WS-LINES-FLAGGED              PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-MTD-ACTUAL           PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-MTD-BUDGET           PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-YTD-ACTUAL           PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-YTD-BUDGET           PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(42)
               VALUE 'REVENUE BUDGET VERSUS ACTUAL FOR MONTH '.
           05  WS-TTL-MONTH                  PIC 9(6).
           05  FILLER                        PIC X(29)
               VALUE '     FLAGGED WHEN OVER      '.
           05  WS-TTL-THRESHOLD              PIC ZZ9.9.
           05  FILLER                        PIC X(8) VALUE ' PERCENT'.

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE                  PIC X(60).

       01  WS-HEADING-LINE.
           05  WS-HDG-KEY-LABEL              PIC X(12).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE '    MTD ACTUAL '.
           05  FILLER                        PIC X(15)
               VALUE '    MTD BUDGET '.
           05  FILLER                        PIC X(15)
               VALUE '  MTD VARIANCE '.
           05  FILLER                        PIC X(9)
               VALUE '    PCT  '.
           05  FILLER                        PIC X(15)
               VALUE '    YTD ACTUAL '.
           05  FILLER                        PIC X(15)
               VALUE '    YTD BUDGET '.
           05  FILLER                        PIC X(15)
               VALUE '  YTD VARIANCE '.
           05  FILLER                        PIC X(9)
               VALUE '    PCT  '.
           05  FILLER                        PIC X(10)
               VALUE 'FLAG'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY                    PIC X(12).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-MTD-ACTUAL             PIC -(10)9.99.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-MTD-BUDGET             PIC -(10)9.99.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-MTD-VARIANCE           PIC -(10)9.99.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-MTD-PERCENT            PIC -(4)9.9.
           05  WS-DTL-MTD-PERCENT-X REDEFINES WS-DTL-MTD-PERCENT
                                             PIC X(7).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-YTD-ACTUAL             PIC -(10)9.99.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-YTD-BUDGET             PIC -(10)9.99.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-YTD-VARIANCE           PIC -(10)9.99.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-YTD-PERCENT            PIC -(4)9.9.
           05  WS-DTL-YTD-PERCENT-X REDEFINES WS-DTL-YTD-PERCENT
                                             PIC X(7).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-FLAG                   PIC X(10).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'EXTRACT RECORDS READ:   '.
           05  WS-SUM-READ                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'INVOICES IN YEAR:       '.
           05  WS-SUM-TAKEN                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'NO TERRITORY:           '.
           05  WS-SUM-UNASSIGNED             PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'BUDGET RECORDS IN YEAR: '.
           05  WS-SUM-BUDGETS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'LINES FLAGGED:          '.
           05  WS-SUM-FLAGGED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'PAST TABLE BOUND:       '.
           05  WS-SUM-OVERFLOW               PIC ZZZ,ZZZ,ZZ9.

       01  WS-NO-BUDGET-LINE.
           05  FILLER                        PIC X(52)
               VALUE 'REVENUE BUDGET FILE UNAVAILABLE -- NO REPORT'.

       01  WS-NO-EXTRACT-LINE.
           05  FILLER                        PIC X(52)
               VALUE 'INVOICE EXTRACT UNAVAILABLE -- NO REPORT'.

       01  WS-NO-ROUTING-LINE.
           05  FILLER                        PIC X(60)
               VALUE 'NO SLSASGN OR SALESREP -- ALL ACTUALS UNASSIGNED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-REPORT-MONTH.
           PERFORM READ-VARIANCE-PARM THRU READ-VARIANCE-PARM-EXIT.
           COMPUTE WS-REPORT-YEAR = WS-REPORT-MONTH / 100.
           COMPUTE WS-YEAR-START-PERIOD = WS-REPORT-YEAR * 100 + 1.

           OPEN OUTPUT VARIANCE-REPORT-FILE.
           MOVE WS-REPORT-MONTH      TO WS-TTL-MONTH.
           MOVE WS-THRESHOLD-PERCENT TO WS-TTL-THRESHOLD.
           WRITE VARIANCE-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.

           OPEN INPUT REVENUE-BUDGET-FILE.
           IF NOT WS-BUDGET-STATUS-OK
               CLOSE REVENUE-BUDGET-FILE
               WRITE VARIANCE-REPORT-LINE FROM WS-NO-BUDGET-LINE
               CLOSE VARIANCE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT INVOICE-EXTRACT-FILE.
           IF NOT WS-EXTRACT-STATUS-OK
               CLOSE INVOICE-EXTRACT-FILE
                     REVENUE-BUDGET-FILE
               WRITE VARIANCE-REPORT-LINE FROM WS-NO-EXTRACT-LINE
               CLOSE VARIANCE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SALES-ASSIGNMENT-FILE
                      SALESPERSON-MASTER-FILE.
           IF WS-ASSIGNMENT-STATUS-OK AND WS-REP-STATUS-OK
               SET WS-ROUTING-FILES-PRESENT TO TRUE
           ELSE
               CLOSE SALES-ASSIGNMENT-FILE
                     SALESPERSON-MASTER-FILE
               WRITE VARIANCE-REPORT-LINE FROM WS-NO-ROUTING-LINE
               MOVE SPACES TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
           END-IF.

      *  THE BUDGET FIRST, SO THE PRODUCT SECTION COMES OUT IN
      *  BUDGET-KEY ORDER WITH ANY UNBUDGETED PRODUCTS AFTER.
           PERFORM READ-NEXT-BUDGET.
           PERFORM UNTIL WS-NO-MORE-BUDGETS
               PERFORM ACCUMULATE-ONE-BUDGET THRU
                       ACCUMULATE-ONE-BUDGET-EXIT
               PERFORM READ-NEXT-BUDGET
           END-PERFORM.
           CLOSE REVENUE-BUDGET-FILE.

           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM ACCUMULATE-ONE-INVOICE THRU
                       ACCUMULATE-ONE-INVOICE-EXIT
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.
           CLOSE INVOICE-EXTRACT-FILE.

           MOVE 'BY PRODUCT CODE' TO WS-SEC-TITLE.
           MOVE 'PRODUCT CODE'    TO WS-HDG-KEY-LABEL.
           PERFORM WRITE-SECTION-HEADING.
           MOVE 0 TO WS-PRODUCT-SCAN.
           PERFORM UNTIL WS-PRODUCT-SCAN = WS-PRODUCT-COUNT
               ADD 1 TO WS-PRODUCT-SCAN
               SET WS-PROD-IDX TO WS-PRODUCT-SCAN
               MOVE WS-PROD-CODE(WS-PROD-IDX)   TO WS-LINE-KEY
               MOVE WS-PROD-MTD-ACTUAL(WS-PROD-IDX)
                   TO WS-LINE-MTD-ACTUAL
               MOVE WS-PROD-MTD-BUDGET(WS-PROD-IDX)
                   TO WS-LINE-MTD-BUDGET
               MOVE WS-PROD-YTD-ACTUAL(WS-PROD-IDX)
                   TO WS-LINE-YTD-ACTUAL
               MOVE WS-PROD-YTD-BUDGET(WS-PROD-IDX)
                   TO WS-LINE-YTD-BUDGET
               SET WS-LINE-IS-DETAIL TO TRUE
               PERFORM WRITE-VARIANCE-LINE
           END-PERFORM.
           PERFORM WRITE-GRAND-TOTAL.

           MOVE 'BY SALESPERSON TERRITORY' TO WS-SEC-TITLE.
           MOVE 'TERRITORY'                TO WS-HDG-KEY-LABEL.
           PERFORM WRITE-SECTION-HEADING.
           MOVE 0 TO WS-TERRITORY-SCAN.
           PERFORM UNTIL WS-TERRITORY-SCAN = WS-TERRITORY-COUNT
               ADD 1 TO WS-TERRITORY-SCAN
               SET WS-TERR-IDX TO WS-TERRITORY-SCAN
               IF WS-TERR-CODE(WS-TERR-IDX) = SPACES
                   MOVE 'UNASSIGNED' TO WS-LINE-KEY
               ELSE
                   MOVE WS-TERR-CODE(WS-TERR-IDX) TO WS-LINE-KEY
               END-IF
               MOVE WS-TERR-MTD-ACTUAL(WS-TERR-IDX)
                   TO WS-LINE-MTD-ACTUAL
               MOVE WS-TERR-MTD-BUDGET(WS-TERR-IDX)
                   TO WS-LINE-MTD-BUDGET
               MOVE WS-TERR-YTD-ACTUAL(WS-TERR-IDX)
                   TO WS-LINE-YTD-ACTUAL
               MOVE WS-TERR-YTD-BUDGET(WS-TERR-IDX)
                   TO WS-LINE-YTD-BUDGET
               SET WS-LINE-IS-DETAIL TO TRUE
               PERFORM WRITE-VARIANCE-LINE
           END-PERFORM.
           PERFORM WRITE-GRAND-TOTAL.

           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           MOVE WS-RECORDS-READ        TO WS-SUM-READ.
           MOVE WS-INVOICES-TAKEN      TO WS-SUM-TAKEN.
           MOVE WS-INVOICES-UNASSIGNED TO WS-SUM-UNASSIGNED.
           WRITE VARIANCE-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-BUDGETS-TAKEN       TO WS-SUM-BUDGETS.
           MOVE WS-LINES-FLAGGED       TO WS-SUM-FLAGGED.
           MOVE WS-OVERFLOW-ITEMS      TO WS-SUM-OVERFLOW.
           WRITE VARIANCE-REPORT-LINE FROM WS-SUMMARY-LINE-2.

           IF WS-OVERFLOW-ITEMS > 0 OR
              NOT WS-ROUTING-FILES-PRESENT
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-ROUTING-FILES-PRESENT
               CLOSE SALES-ASSIGNMENT-FILE
                     SALESPERSON-MASTER-FILE
           END-IF.
           CLOSE VARIANCE-REPORT-FILE.
           GOBACK.

       READ-VARIANCE-PARM.
           OPEN INPUT VARIANCE-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-VARIANCE-PARM-EXIT
           END-IF.
           READ VARIANCE-PARM-FILE
               AT END GO TO CLOSE-VARIANCE-PARM
           END-READ.
           IF VP-REPORT-MONTH NUMERIC AND VP-REPORT-MONTH > 0
               MOVE VP-REPORT-MONTH TO WS-REPORT-MONTH
           END-IF.
           IF VP-THRESHOLD-PERCENT NUMERIC AND
              VP-THRESHOLD-PERCENT > 0
               MOVE VP-THRESHOLD-PERCENT TO WS-THRESHOLD-PERCENT
           END-IF.
       CLOSE-VARIANCE-PARM.
           CLOSE VARIANCE-PARM-FILE.
       READ-VARIANCE-PARM-EXIT.
           EXIT.

       READ-NEXT-BUDGET.
           READ REVENUE-BUDGET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BUDGET-EOF-FLAG
           END-READ.

       READ-NEXT-INVOICE.
           READ INVOICE-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  A BUDGET RECORD FOR A MONTH OF THE FISCAL YEAR UP TO AND      *
      *  INCLUDING THE REPORT MONTH GOES TO YEAR-TO-DATE, AND THE      *
      *  REPORT MONTH'S OWN TO THE MONTH AS WELL.                      *
      *****************************************************************
       ACCUMULATE-ONE-BUDGET.
           IF RB-FISCAL-PERIOD < WS-YEAR-START-PERIOD OR
              RB-FISCAL-PERIOD > WS-REPORT-MONTH
               GO TO ACCUMULATE-ONE-BUDGET-EXIT
           END-IF.

           ADD 1 TO WS-BUDGETS-TAKEN.
           IF RB-FISCAL-PERIOD = WS-REPORT-MONTH
               MOVE RB-BUDGET-AMOUNT TO WS-ITEM-PERIOD-AMOUNT
           ELSE
               MOVE 0 TO WS-ITEM-PERIOD-AMOUNT
           END-IF.
           ADD WS-ITEM-PERIOD-AMOUNT TO WS-TOTAL-MTD-BUDGET.
           ADD RB-BUDGET-AMOUNT      TO WS-TOTAL-YTD-BUDGET.

           MOVE RB-PRODUCT-CODE TO WS-FIND-PRODUCT-CODE.
           PERFORM FIND-PRODUCT-SLOT.
           IF WS-PRODUCT-SLOT = 0
               ADD 1 TO WS-OVERFLOW-ITEMS
           ELSE
               SET WS-PROD-IDX TO WS-PRODUCT-SLOT
               ADD WS-ITEM-PERIOD-AMOUNT
                   TO WS-PROD-MTD-BUDGET(WS-PROD-IDX)
               ADD RB-BUDGET-AMOUNT
                   TO WS-PROD-YTD-BUDGET(WS-PROD-IDX)
           END-IF.

           MOVE RB-TERRITORY-CODE TO WS-FIND-TERRITORY-CODE.
           PERFORM FIND-TERRITORY-SLOT.
           IF WS-TERRITORY-SLOT = 0
               ADD 1 TO WS-OVERFLOW-ITEMS
           ELSE
               SET WS-TERR-IDX TO WS-TERRITORY-SLOT
               ADD WS-ITEM-PERIOD-AMOUNT
                   TO WS-TERR-MTD-BUDGET(WS-TERR-IDX)
               ADD RB-BUDGET-AMOUNT
                   TO WS-TERR-YTD-BUDGET(WS-TERR-IDX)
           END-IF.

       ACCUMULATE-ONE-BUDGET-EXIT.
           EXIT.

      *****************************************************************
      *  AN INVOICE DATED IN THE FISCAL YEAR UP TO THE END OF THE      *
      *  REPORT MONTH IS ACTUAL REVENUE FOR ITS PRODUCT AND ITS        *
      *  CUSTOMER'S TERRITORY. CHARGES ADD; CREDIT MEMOS AND VOIDS     *
      *  SUBTRACT, AS IN REVPRD01.                                     *
      *****************************************************************
       ACCUMULATE-ONE-INVOICE.
           IF IM-INVOICE-DATE = 0
               GO TO ACCUMULATE-ONE-INVOICE-EXIT
           END-IF.
           COMPUTE WS-ITEM-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE)).
           COMPUTE WS-ITEM-PERIOD = WS-ITEM-YYYYMMDD / 100.
           IF WS-ITEM-PERIOD < WS-YEAR-START-PERIOD OR
              WS-ITEM-PERIOD > WS-REPORT-MONTH
               GO TO ACCUMULATE-ONE-INVOICE-EXIT
           END-IF.

           ADD 1 TO WS-INVOICES-TAKEN.
           COMPUTE WS-USD-AMOUNT ROUNDED =
               IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE.
           IF IM-TYPE-CHARGE
               MOVE WS-USD-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = 0 - WS-USD-AMOUNT
           END-IF.
           IF WS-ITEM-PERIOD = WS-REPORT-MONTH
               MOVE WS-SIGNED-AMOUNT TO WS-ITEM-PERIOD-AMOUNT
           ELSE
               MOVE 0 TO WS-ITEM-PERIOD-AMOUNT
           END-IF.
           ADD WS-ITEM-PERIOD-AMOUNT TO WS-TOTAL-MTD-ACTUAL.
           ADD WS-SIGNED-AMOUNT      TO WS-TOTAL-YTD-ACTUAL.

           MOVE IM-INVOICE-PRODUCT-CODE TO WS-FIND-PRODUCT-CODE.
           PERFORM FIND-PRODUCT-SLOT.
           IF WS-PRODUCT-SLOT = 0
               ADD 1 TO WS-OVERFLOW-ITEMS
           ELSE
               SET WS-PROD-IDX TO WS-PRODUCT-SLOT
               ADD WS-ITEM-PERIOD-AMOUNT
                   TO WS-PROD-MTD-ACTUAL(WS-PROD-IDX)
               ADD WS-SIGNED-AMOUNT
                   TO WS-PROD-YTD-ACTUAL(WS-PROD-IDX)
           END-IF.

           PERFORM RESOLVE-TERRITORY.
           IF WS-FIND-TERRITORY-CODE = SPACES
               ADD 1 TO WS-INVOICES-UNASSIGNED
           END-IF.
           PERFORM FIND-TERRITORY-SLOT.
           IF WS-TERRITORY-SLOT = 0
               ADD 1 TO WS-OVERFLOW-ITEMS
           ELSE
               SET WS-TERR-IDX TO WS-TERRITORY-SLOT
               ADD WS-ITEM-PERIOD-AMOUNT
                   TO WS-TERR-MTD-ACTUAL(WS-TERR-IDX)
               ADD WS-SIGNED-AMOUNT
                   TO WS-TERR-YTD-ACTUAL(WS-TERR-IDX)
           END-IF.

       ACCUMULATE-ONE-INVOICE-EXIT.
           EXIT.

      *  THE CUSTOMER'S SALESPERSON'S TERRITORY, OR SPACES WHEN THE
      *  CUSTOMER HAS NO ASSIGNMENT OR THE REP IS NOT ON SALESREP.
       RESOLVE-TERRITORY.
           MOVE SPACES TO WS-FIND-TERRITORY-CODE.
           IF WS-ROUTING-FILES-PRESENT
               MOVE IM-CUSTOMER-NUMBER TO SA-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-FOUND-FLAG
               READ SALES-ASSIGNMENT-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               END-READ
               IF WS-RECORD-FOUND
                   MOVE SA-SALESPERSON-ID TO SR-SALESPERSON-ID
                   READ SALESPERSON-MASTER-FILE
                       INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
                   END-READ
               END-IF
               IF WS-RECORD-FOUND
                   MOVE SR-TERRITORY-CODE TO WS-FIND-TERRITORY-CODE
               END-IF
           END-IF.

      *  THE PRODUCT'S TABLE SLOT, OPENING A NEW ONE WHILE THE TABLE
      *  HAS ROOM. ZERO MEANS THE TABLE IS FULL.
       FIND-PRODUCT-SLOT.
           MOVE 0 TO WS-PRODUCT-SLOT.
           MOVE 0 TO WS-PRODUCT-SCAN.
           PERFORM UNTIL WS-PRODUCT-SCAN = WS-PRODUCT-COUNT
                      OR WS-PRODUCT-SLOT > 0
               ADD 1 TO WS-PRODUCT-SCAN
               SET WS-PROD-IDX TO WS-PRODUCT-SCAN
               IF WS-PROD-CODE(WS-PROD-IDX) = WS-FIND-PRODUCT-CODE
                   MOVE WS-PRODUCT-SCAN TO WS-PRODUCT-SLOT
               END-IF
           END-PERFORM.

           IF WS-PRODUCT-SLOT = 0 AND
              WS-PRODUCT-COUNT < WS-MAX-PRODUCTS
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE WS-PRODUCT-COUNT TO WS-PRODUCT-SLOT
               SET WS-PROD-IDX TO WS-PRODUCT-SLOT
               MOVE WS-FIND-PRODUCT-CODE
                   TO WS-PROD-CODE(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-MTD-ACTUAL(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-MTD-BUDGET(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-YTD-ACTUAL(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-YTD-BUDGET(WS-PROD-IDX)
           END-IF.

       FIND-TERRITORY-SLOT.
           MOVE 0 TO WS-TERRITORY-SLOT.
           MOVE 0 TO WS-TERRITORY-SCAN.
           PERFORM UNTIL WS-TERRITORY-SCAN = WS-TERRITORY-COUNT
                      OR WS-TERRITORY-SLOT > 0
               ADD 1 TO WS-TERRITORY-SCAN
               SET WS-TERR-IDX TO WS-TERRITORY-SCAN
               IF WS-TERR-CODE(WS-TERR-IDX) = WS-FIND-TERRITORY-CODE
                   MOVE WS-TERRITORY-SCAN TO WS-TERRITORY-SLOT
               END-IF
           END-PERFORM.

           IF WS-TERRITORY-SLOT = 0 AND
              WS-TERRITORY-COUNT < WS-MAX-TERRITORIES
               ADD 1 TO WS-TERRITORY-COUNT
               MOVE WS-TERRITORY-COUNT TO WS-TERRITORY-SLOT
               SET WS-TERR-IDX TO WS-TERRITORY-SLOT
               MOVE WS-FIND-TERRITORY-CODE
                   TO WS-TERR-CODE(WS-TERR-IDX)
               MOVE 0 TO WS-TERR-MTD-ACTUAL(WS-TERR-IDX)
               MOVE 0 TO WS-TERR-MTD-BUDGET(WS-TERR-IDX)
               MOVE 0 TO WS-TERR-YTD-ACTUAL(WS-TERR-IDX)
               MOVE 0 TO WS-TERR-YTD-BUDGET(WS-TERR-IDX)
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.

      *  EACH SECTION ENDS ON THE SAME GRAND TOTAL -- EVERY AMOUNT
      *  WENT TO ONE PRODUCT AND ONE TERRITORY -- INCLUDING ANY
      *  PAST A TABLE BOUND.
       WRITE-GRAND-TOTAL.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           MOVE 'GRAND TOTAL'       TO WS-LINE-KEY.
           MOVE WS-TOTAL-MTD-ACTUAL TO WS-LINE-MTD-ACTUAL.
           MOVE WS-TOTAL-MTD-BUDGET TO WS-LINE-MTD-BUDGET.
           MOVE WS-TOTAL-YTD-ACTUAL TO WS-LINE-YTD-ACTUAL.
           MOVE WS-TOTAL-YTD-BUDGET TO WS-LINE-YTD-BUDGET.
           SET WS-LINE-IS-TOTAL TO TRUE.
           PERFORM WRITE-VARIANCE-LINE.

      *****************************************************************
      *  ONE LINE: VARIANCE IS ACTUAL LESS BUDGET, AND ITS PERCENT IS  *
      *  OF BUDGET. WITH NO BUDGET THERE IS NO PERCENT, AND ANY        *
      *  REVENUE AT ALL IS FLAGGED. A PERCENT TOO LARGE TO PRINT IS    *
      *  SHOWN AS 9999.9 WITH ITS SIGN AND IS FLAGGED LIKE ANY OTHER.  *
      *****************************************************************
       WRITE-VARIANCE-LINE.
           MOVE SPACES TO WS-LINE-FLAG.
           MOVE WS-LINE-KEY TO WS-DTL-KEY.

           COMPUTE WS-VARIANCE =
               WS-LINE-MTD-ACTUAL - WS-LINE-MTD-BUDGET.
           MOVE WS-LINE-MTD-ACTUAL TO WS-DTL-MTD-ACTUAL.
           MOVE WS-LINE-MTD-BUDGET TO WS-DTL-MTD-BUDGET.
           MOVE WS-VARIANCE        TO WS-DTL-MTD-VARIANCE.
           IF WS-LINE-MTD-BUDGET = 0
               MOVE SPACES TO WS-DTL-MTD-PERCENT-X
               IF WS-LINE-MTD-ACTUAL NOT = 0
                   MOVE 'NO BUDGET' TO WS-LINE-FLAG
               END-IF
           ELSE
               MOVE WS-LINE-MTD-BUDGET TO WS-PERCENT-BASE
               PERFORM COMPUTE-VARIANCE-PERCENT
               MOVE WS-VARIANCE-PERCENT TO WS-DTL-MTD-PERCENT
               IF FUNCTION ABS(WS-VARIANCE-PERCENT) >
                      WS-THRESHOLD-PERCENT
                   MOVE 'COMMENT' TO WS-LINE-FLAG
               END-IF
           END-IF.

           COMPUTE WS-VARIANCE =
               WS-LINE-YTD-ACTUAL - WS-LINE-YTD-BUDGET.
           MOVE WS-LINE-YTD-ACTUAL TO WS-DTL-YTD-ACTUAL.
           MOVE WS-LINE-YTD-BUDGET TO WS-DTL-YTD-BUDGET.
           MOVE WS-VARIANCE        TO WS-DTL-YTD-VARIANCE.
           IF WS-LINE-YTD-BUDGET = 0
               MOVE SPACES TO WS-DTL-YTD-PERCENT-X
               IF WS-LINE-YTD-ACTUAL NOT = 0
                   MOVE 'NO BUDGET' TO WS-LINE-FLAG
               END-IF
           ELSE
               MOVE WS-LINE-YTD-BUDGET TO WS-PERCENT-BASE
               PERFORM COMPUTE-VARIANCE-PERCENT
               MOVE WS-VARIANCE-PERCENT TO WS-DTL-YTD-PERCENT
               IF FUNCTION ABS(WS-VARIANCE-PERCENT) >
                      WS-THRESHOLD-PERCENT AND
                  WS-LINE-FLAG = SPACES
                   MOVE 'COMMENT' TO WS-LINE-FLAG
               END-IF
           END-IF.

           MOVE WS-LINE-FLAG TO WS-DTL-FLAG.
           IF WS-LINE-IS-DETAIL AND WS-LINE-FLAG NOT = SPACES
               ADD 1 TO WS-LINES-FLAGGED
           END-IF.
           WRITE VARIANCE-REPORT-LINE FROM WS-DETAIL-LINE.

      *  WS-VARIANCE AS A PERCENT OF WS-PERCENT-BASE -- THE CALLER
      *  HAS ALREADY RULED OUT A ZERO BUDGET.
       COMPUTE-VARIANCE-PERCENT.
           COMPUTE WS-VARIANCE-PERCENT ROUNDED =
               WS-VARIANCE * 100 / WS-PERCENT-BASE
               ON SIZE ERROR
                   IF WS-VARIANCE < 0
                       MOVE -9999.9 TO WS-VARIANCE-PERCENT
                   ELSE
                       MOVE 9999.9 TO WS-VARIANCE-PERCENT
                   END-IF
           END-COMPUTE.
