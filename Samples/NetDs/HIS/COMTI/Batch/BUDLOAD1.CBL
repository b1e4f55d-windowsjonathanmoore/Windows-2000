      ***********************************************************
      * BUDLOAD1 -- REVENUE BUDGET LOAD                             *
      *                                                             *
      * READS FINANCE'S REVENUE BUDGET (ONE DISPLAY-FORM RECORD PER *
      * PRODUCT CODE, SALESPERSON TERRITORY AND FISCAL MONTH) AND   *
      * ADDS OR UPDATES THE MATCHING REVBUDG.cpy RECORD ON THE      *
      * INDEXED BUDGET FILE -- SAME SEED/LOAD SHAPE AS PRODLOAD1,   *
      * CREATING THE FILE ON THE FIRST LOAD. A REVISED BUDGET IS    *
      * SIMPLY RELOADED OVER THE OLD ONE. A RECORD FOR A PRODUCT NOT*
      * ON PRODMAST, A TERRITORY NO SALESPERSON ON SALESREP COVERS, *
      * A FISCAL MONTH THAT IS NOT YYYYMM, OR A MISSING AMOUNT IS   *
      * REJECTED AND LOGGED RATHER THAN LOADED, AND ENDS THE STEP   *
      * WITH RC 4.                                                  *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-BUDGET-FILE ASSIGN TO BUDGNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVENUE-BUDGET-FILE ASSIGN TO REVBUDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT SALESPERSON-MASTER-FILE ASSIGN TO SALESREP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-SALESPERSON-ID
               FILE STATUS IS WS-REP-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO BUDGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-BUDGET-FILE.
       01  NEW-BUDGET-RECORD.
           05  BN-PRODUCT-CODE               PIC X(12).
           05  BN-TERRITORY-CODE             PIC X(4).
           05  BN-FISCAL-PERIOD              PIC 9(6).
           05  BN-FISCAL-PERIOD-X REDEFINES BN-FISCAL-PERIOD.
               10  BN-FISCAL-YEAR            PIC 9(4).
               10  BN-FISCAL-MONTH           PIC 9(2).
           05  BN-BUDGET-AMOUNT              PIC 9(13)V9(2).
           05  FILLER                        PIC X(43).

       FD  REVENUE-BUDGET-FILE.
           COPY REVBUDG.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  SALESPERSON-MASTER-FILE.
           COPY SALESREP.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.
       01  WS-REP-EOF-FLAG                   PIC X VALUE 'N'.
           88  WS-NO-MORE-REPS               VALUE 'Y'.

       01  WS-BUDGET-STATUS                  PIC X(2).
           88  WS-BUDGET-STATUS-OK           VALUE '00'.
       01  WS-PRODUCT-STATUS                 PIC X(2).
           88  WS-PRODUCT-STATUS-OK          VALUE '00'.
       01  WS-REP-STATUS                     PIC X(2).
           88  WS-REP-STATUS-OK              VALUE '00'.

       01  WS-BUDGET-FOUND-FLAG              PIC X.
           88  WS-BUDGET-FOUND               VALUE 'Y'.

       01  WS-REJECT-REASON                  PIC X(40).
       01  WS-TODAY-YYYYMMDD                 PIC 9(8).

      *  SALESREP IS KEYED ON THE SALESPERSON, NOT THE TERRITORY, SO
      *  THE TERRITORIES IN USE ARE GATHERED ONCE UP FRONT AND EACH
      *  BUDGET RECORD'S TERRITORY IS LOOKED UP HERE. A TERRITORY
      *  PAST THE TABLE BOUND IS COUNTED AND THE STEP ENDS RC 8 --
      *  LOADING AGAINST A PARTIAL LIST WOULD REJECT GOOD RECORDS.
       01  WS-MAX-TERRITORIES                PIC 9(4) COMP VALUE 200.
       01  WS-TERRITORY-TABLE.
           05  WS-TERRITORY-ENTRY OCCURS 200 TIMES
                                       INDEXED BY WS-TERR-IDX.
               10  WS-TERR-CODE              PIC X(4).
       01  WS-TERRITORY-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-TERRITORY-OVERFLOW             PIC 9(9) COMP VALUE 0.
       01  WS-TERRITORY-SCAN                 PIC 9(4) COMP.
       01  WS-TERRITORY-FOUND-FLAG           PIC X.
           88  WS-TERRITORY-FOUND            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-BUDGETS-ADDED              PIC 9(9) COMP VALUE 0.
           05  WS-BUDGETS-UPDATED            PIC 9(9) COMP VALUE 0.
           05  WS-BUDGETS-REJECTED           PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'REVENUE BUDGET LOAD CONTROL REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-PRODUCT-CODE           PIC X(12).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-TERRITORY-CODE         PIC X(4).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-FISCAL-PERIOD          PIC X(6).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(15)
               VALUE 'BUDGETS ADDED: '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'BUDGETS UPDATED: '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(18)
               VALUE 'BUDGETS REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.

       01  WS-TERRITORY-OVERFLOW-LINE.
           05  FILLER                        PIC X(60)
               VALUE 'TOO MANY SALESREP TERRITORIES -- NOTHING LOADED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF NOT WS-PRODUCT-STATUS-OK
               CLOSE PRODUCT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SALESPERSON-MASTER-FILE.
           IF NOT WS-REP-STATUS-OK
               CLOSE PRODUCT-MASTER-FILE SALESPERSON-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-NEXT-REP.
           PERFORM UNTIL WS-NO-MORE-REPS
               PERFORM NOTE-REP-TERRITORY
               PERFORM READ-NEXT-REP
           END-PERFORM.
           CLOSE SALESPERSON-MASTER-FILE.

           OPEN OUTPUT LOAD-REPORT-FILE.
           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           IF WS-TERRITORY-OVERFLOW > 0
               WRITE LOAD-REPORT-LINE
                   FROM WS-TERRITORY-OVERFLOW-LINE
               CLOSE PRODUCT-MASTER-FILE
                     LOAD-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O REVENUE-BUDGET-FILE.
           IF NOT WS-BUDGET-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE FILE DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON, SAME AS PRODLOAD1.
      *
               OPEN OUTPUT REVENUE-BUDGET-FILE
               IF NOT WS-BUDGET-STATUS-OK
                   CLOSE REVENUE-BUDGET-FILE
                         PRODUCT-MASTER-FILE
                         LOAD-REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT NEW-BUDGET-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.

           PERFORM READ-NEXT-BUDGET.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-BUDGET
               PERFORM READ-NEXT-BUDGET
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-BUDGETS-ADDED    TO WS-SUM-ADDED.
           MOVE WS-BUDGETS-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-BUDGETS-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           IF WS-BUDGETS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE NEW-BUDGET-FILE
                 REVENUE-BUDGET-FILE
                 PRODUCT-MASTER-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-REP.
           READ SALESPERSON-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-REP-EOF-FLAG
           END-READ.

      *  INACTIVE REPS' TERRITORIES COUNT TOO -- A TERRITORY BETWEEN
      *  REPS STILL HAS A BUDGET.
       NOTE-REP-TERRITORY.
           PERFORM FIND-TERRITORY.
           IF NOT WS-TERRITORY-FOUND AND
              SR-TERRITORY-CODE NOT = SPACES
               IF WS-TERRITORY-COUNT < WS-MAX-TERRITORIES
                   ADD 1 TO WS-TERRITORY-COUNT
                   SET WS-TERR-IDX TO WS-TERRITORY-COUNT
                   MOVE SR-TERRITORY-CODE
                       TO WS-TERR-CODE(WS-TERR-IDX)
               ELSE
                   ADD 1 TO WS-TERRITORY-OVERFLOW
               END-IF
           END-IF.

       FIND-TERRITORY.
           MOVE 'N' TO WS-TERRITORY-FOUND-FLAG.
           MOVE 0 TO WS-TERRITORY-SCAN.
           PERFORM UNTIL WS-TERRITORY-SCAN = WS-TERRITORY-COUNT
                      OR WS-TERRITORY-FOUND
               ADD 1 TO WS-TERRITORY-SCAN
               SET WS-TERR-IDX TO WS-TERRITORY-SCAN
               IF WS-TERR-CODE(WS-TERR-IDX) = SR-TERRITORY-CODE
                   MOVE 'Y' TO WS-TERRITORY-FOUND-FLAG
               END-IF
           END-PERFORM.

       READ-NEXT-BUDGET.
           READ NEW-BUDGET-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-BUDGET.
           MOVE BN-PRODUCT-CODE    TO WS-DTL-PRODUCT-CODE.
           MOVE BN-TERRITORY-CODE  TO WS-DTL-TERRITORY-CODE.
           MOVE BN-FISCAL-PERIOD-X TO WS-DTL-FISCAL-PERIOD.
           PERFORM CHECK-ONE-BUDGET.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-BUDGETS-REJECTED
               MOVE WS-REJECT-REASON TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM APPLY-ONE-BUDGET
           END-IF.

      *  THE FIRST FAULT FOUND IS THE ONE REPORTED.
       CHECK-ONE-BUDGET.
           MOVE SPACES TO WS-REJECT-REASON.

           MOVE BN-PRODUCT-CODE TO PM-PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED, PRODUCT NOT ON FILE'
                       TO WS-REJECT-REASON
           END-READ.

           IF WS-REJECT-REASON = SPACES
               MOVE BN-TERRITORY-CODE TO SR-TERRITORY-CODE
               PERFORM FIND-TERRITORY
               IF NOT WS-TERRITORY-FOUND
                   MOVE 'REJECTED, NO SALESPERSON IN TERRITORY'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               IF BN-FISCAL-PERIOD NOT NUMERIC
                   MOVE 'REJECTED, FISCAL MONTH NOT NUMERIC'
                       TO WS-REJECT-REASON
               ELSE
                   IF BN-FISCAL-YEAR < 1900 OR
                      BN-FISCAL-MONTH < 1 OR
                      BN-FISCAL-MONTH > 12
                       MOVE 'REJECTED, FISCAL MONTH NOT YYYYMM'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               IF BN-BUDGET-AMOUNT NOT NUMERIC
                   MOVE 'REJECTED, BUDGET AMOUNT MISSING'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       APPLY-ONE-BUDGET.
           MOVE BN-PRODUCT-CODE   TO RB-PRODUCT-CODE.
           MOVE BN-TERRITORY-CODE TO RB-TERRITORY-CODE.
           MOVE BN-FISCAL-PERIOD  TO RB-FISCAL-PERIOD.
           MOVE 'Y' TO WS-BUDGET-FOUND-FLAG.
           READ REVENUE-BUDGET-FILE
               INVALID KEY MOVE 'N' TO WS-BUDGET-FOUND-FLAG
           END-READ.

           IF NOT WS-BUDGET-FOUND
               MOVE SPACES TO REVENUE-BUDGET-RECORD
               MOVE BN-PRODUCT-CODE   TO RB-PRODUCT-CODE
               MOVE BN-TERRITORY-CODE TO RB-TERRITORY-CODE
               MOVE BN-FISCAL-PERIOD  TO RB-FISCAL-PERIOD
           END-IF.
           MOVE BN-BUDGET-AMOUNT  TO RB-BUDGET-AMOUNT.
           MOVE WS-TODAY-YYYYMMDD TO RB-LAST-LOAD-DATE.

           IF WS-BUDGET-FOUND
               REWRITE REVENUE-BUDGET-RECORD
               ADD 1 TO WS-BUDGETS-UPDATED
               MOVE 'UPDATED' TO WS-DTL-DISPOSITION
           ELSE
               WRITE REVENUE-BUDGET-RECORD
               ADD 1 TO WS-BUDGETS-ADDED
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
           END-IF.

           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.
