      ***********************************************************
      * PRFRPT01 -- MONTHLY CUSTOMER PROFITABILITY REPORT            *
      *                                                              *
      * SALES NEGOTIATED PRICES WITHOUT KNOWING WHICH CUSTOMERS      *
      * ACTUALLY COST US MONEY. THIS JOB SWEEPS THE LIVE MASTER (THE *
      * CRDRPT01 FULL-PASS SHAPE) FOR THE REPORT MONTH AND, PER      *
      * CUSTOMER, STARTS FROM GROSS BILLED REVENUE -- CHARGES DATED  *
      * IN THE MONTH, NET OF TAX, RESTATED TO USD THROUGH THE        *
      * INVOICE EXCHANGE RATE, LEAVING OUT THE HOUSE FINCHARGE,      *
      * REFUND AND ESCHEAT ITEMS AND ANYTHING VOIDED. FROM THAT IT   *
      * SUBTRACTS THE MONTH'S CREDIT MEMOS -- WRTOFF01'S             *
      * SMALL-BALANCE WRITE-OFFS (WRITEOFF/WOFF), BAD-DEBT           *
      * WRITE-OFFS CARRYING THE BAD-DEBT REASON CODE, RBTCALC1'S     *
      * REBATES (REBATE/RBTE) AND EVERY OTHER CREDIT BUT A WAIVED    *
      * FINANCE CHARGE (FINCHARGE/FCWV) -- AND THE                   *
      * PROMPT-PAYMENT DISCOUNTS TAKEN ON THE MONTH'S CHARGES. IT    *
      * ADDS THE FINANCE CHARGES COLLECTED -- PAYHIST CASH APPLIED   *
      * IN THE MONTH AGAINST A FINCHG01 FINCHARGE ITEM -- AND        *
      * CHARGES THE COST OF CARRYING THE MONTH'S REVENUE FOR THE     *
      * CUSTOMER'S AVERAGE DAYS-TO-PAY (PAYMENT DATE LESS INVOICE    *
      * DATE OVER ALL OF PAYHIST, WEIGHTED BY AMOUNT) AT THE ANNUAL  *
      * CARRY RATE.                                                  *
      *                                                              *
      * CUSTOMERS ARE LISTED HIGHEST NET CONTRIBUTION FIRST (THE     *
      * COLWRK01 PICK-THE-BEST-REMAINING PASSES) AND THE BOTTOM      *
      * TENTH OF THE LIST IS FLAGGED FOR ACCOUNT REVIEW. THE MONTH'S *
      * CREDITS ARE THEN BROKEN DOWN BY CRDRSN REASON, AND EACH      *
      * ACCTHIER PARENT ACCOUNT GETS ONE LINE ROLLING UP ITS         *
      * CHILDREN.                                                    *
      *                                                              *
      * THE REPORT MONTH (YYYYMM), THE BAD-DEBT REASON CODE AND THE  *
      * ANNUAL CARRY RATE COME FROM THE USUAL OPTIONAL PARAMETER     *
      * FILE; MISSING, THEY ARE THE CURRENT MONTH, BDWO AND 8.00     *
      * PERCENT.                                                     *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRFRPT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-MASTER-FILE ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO ACCTHIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIERARCHY-STATUS.
           SELECT CREDIT-REASON-FILE ASSIGN TO CRDRSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-REASON-CODE
               FILE STATUS IS WS-REASON-STATUS.
           SELECT PROFIT-REPORT-FILE ASSIGN TO PRFRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFIT-PARM-FILE ASSIGN TO PRFRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-MASTER-FILE.
           COPY INVMAST.

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  HIERARCHY-FILE.
           COPY ACCTHIER.

       FD  CREDIT-REASON-FILE.
           COPY CRDRSN.

       FD  PROFIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PROFIT-REPORT-LINE                PIC X(132).

      *  ANY FIELD LEFT BLANK OR ZERO KEEPS ITS DEFAULT.
       FD  PROFIT-PARM-FILE.
       01  PROFIT-PARM-RECORD.
           05  PP-REPORT-MONTH               PIC 9(6).
           05  PP-BAD-DEBT-REASON            PIC X(4).
           05  PP-CARRY-RATE                 PIC 9(2)V9(2).
           05  FILLER                        PIC X(66).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-INVOICES           VALUE 'Y'.
       01  WS-HISTORY-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-HISTORY            VALUE 'Y'.
       01  WS-HIER-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-NO-MORE-HIERARCHY          VALUE 'Y'.

       01  WS-MASTER-STATUS                  PIC X(2).
           88  WS-MASTER-STATUS-OK           VALUE '00'.
       01  WS-HISTORY-STATUS                 PIC X(2).
           88  WS-HISTORY-OPENED-OK          VALUE '00'.
       01  WS-HIERARCHY-STATUS               PIC X(2).
           88  WS-HIERARCHY-OPENED-OK        VALUE '00'.
       01  WS-REASON-STATUS                  PIC X(2).
           88  WS-REASON-STATUS-OK           VALUE '00'.
       01  WS-REASON-TABLE-FLAG              PIC X VALUE 'N'.
           88  WS-REASON-TABLE-PRESENT       VALUE 'Y'.
       01  WS-REASON-FOUND-FLAG              PIC X.
           88  WS-REASON-FOUND               VALUE 'Y'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-FOUND-FLAG                     PIC X.
           88  WS-RECORD-FOUND               VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-REPORT-MONTH                   PIC 9(6).
       01  WS-ITEM-YYYYMMDD                  PIC 9(8).
       01  WS-ITEM-YYYYMM                    PIC 9(6).

      *  THE CREDIT REASON A BAD-DEBT WRITE-OFF MEMO IS POSTED
      *  UNDER, AND THE ANNUAL RATE (PERCENT) MONEY TIED UP IN
      *  RECEIVABLES COSTS US.
       01  WS-BAD-DEBT-REASON                PIC X(4) VALUE 'BDWO'.
       01  WS-CARRY-RATE                     PIC 9(2)V9(2) VALUE 8.00.

       01  WS-USD-AMOUNT                     PIC S9(13)V9(2) COMP-3.
       01  WS-DAYS-TO-PAY                    PIC S9(9) COMP.
       01  WS-SEARCH-CUSTOMER                PIC 9(9).

      *  ONE SLOT PER CUSTOMER WITH ACTIVITY IN THE MONTH -- SAME
      *  BOUNDED-TABLE-AND-CAP APPROACH AS COLWRK01'S ACCOUNT TABLE.
      *  CUSTOMERS PAST THE BOUND ARE COUNTED ON THE REPORT.
       01  WS-MAX-CUSTOMERS                  PIC 9(4) COMP VALUE 5000.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUSTOMER-ENTRY OCCURS 5000 TIMES
                                       INDEXED BY WS-CUSTOMER-IDX.
               10  WS-CUS-CUSTOMER-NUMBER    PIC 9(9).
               10  WS-CUS-REVENUE            PIC S9(13)V9(2) COMP-3.
               10  WS-CUS-OTHER-CREDITS      PIC S9(13)V9(2) COMP-3.
               10  WS-CUS-SMALL-BALANCE      PIC S9(13)V9(2) COMP-3.
               10  WS-CUS-BAD-DEBT           PIC S9(13)V9(2) COMP-3.
               10  WS-CUS-DISCOUNTS          PIC S9(13)V9(2) COMP-3.
               10  WS-CUS-REBATES            PIC S9(13)V9(2) COMP-3.
               10  WS-CUS-FINANCE-CHARGES    PIC S9(13)V9(2) COMP-3.
               10  WS-CUS-PAID-WEIGHT        PIC S9(13)V9(2) COMP-3.
               10  WS-CUS-DAYS-WEIGHT        PIC S9(17)V9(2) COMP-3.
               10  WS-CUS-AVERAGE-DAYS       PIC S9(5) COMP-3.
               10  WS-CUS-CARRY              PIC S9(13)V9(2) COMP-3.
               10  WS-CUS-NET                PIC S9(13)V9(2) COMP-3.
               10  WS-CUS-LISTED-FLAG        PIC X.
                   88  WS-CUS-LISTED             VALUE 'Y'.
       01  WS-CUSTOMER-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-CUSTOMER-SCAN                  PIC 9(4) COMP.
       01  WS-CUSTOMER-OVERFLOW              PIC 9(9) COMP VALUE 0.
       01  WS-SLOT-FOUND-FLAG                PIC X.
           88  WS-SLOT-FOUND                 VALUE 'Y'.
       01  WS-ADD-SLOT-FLAG                  PIC X.
           88  WS-ADD-SLOT-ALLOWED           VALUE 'Y'.
       01  WS-BEST-SLOT                      PIC 9(4) COMP.
       01  WS-BEST-NET                       PIC S9(13)V9(2) COMP-3.
       01  WS-RANK                           PIC 9(4) COMP.
       01  WS-REVIEW-COUNT                   PIC 9(4) COMP.
       01  WS-REVIEW-FROM-RANK               PIC 9(4) COMP.

      *  ONE SLOT PER CREDIT REASON SEEN THIS MONTH -- THE CRDRPT01
      *  GROUP TABLE WITHOUT THE PRODUCT SPLIT.
       01  WS-MAX-REASONS                    PIC 9(4) COMP VALUE 300.
       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 300 TIMES
                                       INDEXED BY WS-REASON-IDX.
               10  WS-RSN-REASON-CODE        PIC X(4).
               10  WS-RSN-COUNT              PIC 9(9) COMP.
               10  WS-RSN-AMOUNT             PIC S9(13)V9(2) COMP-3.
       01  WS-REASON-COUNT                   PIC 9(4) COMP VALUE 0.
       01  WS-REASON-SCAN                    PIC 9(4) COMP.
       01  WS-REASON-OVERFLOW                PIC 9(9) COMP VALUE 0.

      *  THE WHOLE HIERARCHY, LOADED UP FRONT THE WAY STMTCON1 LOADS
      *  IT. SORTED BY PARENT, SO EACH PARENT'S CHILDREN SIT
      *  TOGETHER FOR THE ROLL-UP.
       01  WS-MAX-CHILDREN                   PIC 9(4) COMP VALUE 2000.
       01  WS-CHILD-TABLE.
           05  WS-CHILD-ENTRY OCCURS 2000 TIMES
                                       INDEXED BY WS-CHILD-IDX.
               10  WS-CHD-CHILD-NUMBER       PIC 9(9).
               10  WS-CHD-PARENT-NUMBER      PIC 9(9).
       01  WS-CHILD-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-CHILD-SCAN                     PIC 9(4) COMP.
       01  WS-HIERARCHY-OVERFLOW             PIC 9(9) COMP VALUE 0.
       01  WS-CURRENT-PARENT                 PIC 9(9).
       01  WS-PARENT-OF-CUSTOMER             PIC 9(9).

       01  WS-PARENT-TOTALS.
           05  WS-PAR-CHILDREN               PIC 9(4) COMP.
           05  WS-PAR-REVENUE                PIC S9(13)V9(2) COMP-3.
           05  WS-PAR-DEDUCTIONS             PIC S9(13)V9(2) COMP-3.
           05  WS-PAR-FINANCE-CHARGES        PIC S9(13)V9(2) COMP-3.
           05  WS-PAR-CARRY                  PIC S9(13)V9(2) COMP-3.
           05  WS-PAR-NET                    PIC S9(13)V9(2) COMP-3.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-FLAGGED          PIC 9(9) COMP VALUE 0.
           05  WS-PARENTS-REPORTED           PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-REVENUE              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-DEDUCTIONS           PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-FINANCE-CHARGES      PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-CARRY                PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-NET                  PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-CREDITED             PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'MONTHLY CUSTOMER PROFITABILITY FOR '.
           05  WS-TTL-MONTH                  PIC 9(6).

       01  WS-BASIS-LINE.
           05  FILLER                        PIC X(17)
               VALUE 'BAD-DEBT REASON: '.
           05  WS-BAS-BAD-DEBT-REASON        PIC X(4).
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'ANNUAL CARRY RATE:  '.
           05  WS-BAS-CARRY-RATE             PIC Z9.99.
           05  FILLER                        PIC X(4) VALUE ' PCT'.

       01  WS-COLUMN-LINE-1.
           05  FILLER                        PIC X(28)
               VALUE 'RANK  CUSTOMER   PARENT    '.
           05  FILLER                        PIC X(17)
               VALUE '  GROSS REVENUE  '.
           05  FILLER                        PIC X(17)
               VALUE '   FIN CHG COLL  '.
           05  FILLER                        PIC X(8)
               VALUE 'AVG DAY '.
           05  FILLER                        PIC X(17)
               VALUE '  COST OF CARRY  '.
           05  FILLER                        PIC X(17)
               VALUE '   CONTRIBUTION  '.

       01  WS-COLUMN-LINE-2.
           05  FILLER                        PIC X(28) VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE '  OTHER CREDITS  '.
           05  FILLER                        PIC X(17)
               VALUE '  SMALL-BAL W/O  '.
           05  FILLER                        PIC X(17)
               VALUE '   BAD-DEBT W/O  '.
           05  FILLER                        PIC X(17)
               VALUE '      DISCOUNTS  '.
           05  FILLER                        PIC X(17)
               VALUE '        REBATES  '.

       01  WS-CUSTOMER-LINE-1.
           05  WS-CL1-RANK                   PIC ZZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL1-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL1-PARENT-NUMBER          PIC X(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL1-REVENUE                PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL1-FINANCE-CHARGES        PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL1-AVERAGE-DAYS           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL1-CARRY                  PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL1-NET                    PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL1-REVIEW-FLAG            PIC X(14).

       01  WS-CUSTOMER-LINE-2.
           05  FILLER                        PIC X(28) VALUE SPACES.
           05  WS-CL2-OTHER-CREDITS          PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL2-SMALL-BALANCE          PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL2-BAD-DEBT               PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL2-DISCOUNTS              PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL2-REBATES                PIC -(11)9.99.

       01  WS-EMPTY-LINE.
           05  FILLER                        PIC X(44)
               VALUE '    NO CUSTOMER ACTIVITY IN THE MONTH'.

       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(28)
               VALUE 'ALL CUSTOMERS'.
           05  WS-TOT-REVENUE                PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TOT-FINANCE-CHARGES        PIC -(11)9.99.
           05  FILLER                        PIC X(10) VALUE SPACES.
           05  WS-TOT-CARRY                  PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TOT-NET                    PIC -(11)9.99.

       01  WS-REASON-HEADING.
           05  FILLER                        PIC X(44)
               VALUE 'CREDIT MEMOS IN THE MONTH BY REASON'.

       01  WS-REASON-LINE.
           05  WS-RSL-REASON-CODE            PIC X(4).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-RSL-REASON-DESC            PIC X(40).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-RSL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-RSL-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(4) VALUE ' USD'.

       01  WS-PARENT-HEADING.
           05  FILLER                        PIC X(44)
               VALUE 'PARENT ACCOUNT ROLL-UP'.

       01  WS-PARENT-COLUMN-LINE.
           05  FILLER                        PIC X(19)
               VALUE 'PARENT    CHILDREN'.
           05  FILLER                        PIC X(17)
               VALUE '  GROSS REVENUE  '.
           05  FILLER                        PIC X(17)
               VALUE '     DEDUCTIONS  '.
           05  FILLER                        PIC X(17)
               VALUE '   FIN CHG COLL  '.
           05  FILLER                        PIC X(17)
               VALUE '  COST OF CARRY  '.
           05  FILLER                        PIC X(17)
               VALUE '   CONTRIBUTION  '.

       01  WS-PARENT-LINE.
           05  WS-PRL-PARENT-NUMBER          PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-PRL-CHILDREN               PIC Z,ZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PRL-REVENUE                PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PRL-DEDUCTIONS             PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PRL-FINANCE-CHARGES        PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PRL-CARRY                  PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PRL-NET                    PIC -(11)9.99.

       01  WS-NO-PARENTS-LINE.
           05  FILLER                        PIC X(44)
               VALUE '    NO PARENT ACCOUNTS WITH ACTIVITY'.

       01  WS-OVERFLOW-LINE.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  WS-OVF-TEXT                   PIC X(50).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'CUSTOMERS REPORTED:     '.
           05  WS-SUM-CUSTOMERS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'FLAGGED FOR REVIEW:     '.
           05  WS-SUM-FLAGGED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'PARENTS REPORTED:       '.
           05  WS-SUM-PARENTS                PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'TOTAL CREDITED (USD):   '.
           05  WS-SUM-CREDITED               PIC -(12)9.99.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'TOTAL DEDUCTIONS (USD): '.
           05  WS-SUM-DEDUCTIONS             PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-REPORT-MONTH.
           PERFORM READ-PROFIT-PARM THRU READ-PROFIT-PARM-EXIT.

           OPEN INPUT INVOICE-MASTER-FILE.
           IF NOT WS-MASTER-STATUS-OK
               CLOSE INVOICE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CREDIT-REASON-FILE.
           IF WS-REASON-STATUS-OK
               SET WS-REASON-TABLE-PRESENT TO TRUE
           ELSE
               CLOSE CREDIT-REASON-FILE
           END-IF.

           PERFORM LOAD-HIERARCHY-TABLE THRU
                   LOAD-HIERARCHY-TABLE-EXIT.

           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL WS-NO-MORE-INVOICES
               PERFORM JUDGE-ONE-INVOICE THRU JUDGE-ONE-INVOICE-EXIT
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.

           PERFORM SCAN-PAYMENT-HISTORY THRU
                   SCAN-PAYMENT-HISTORY-EXIT.

           MOVE 0 TO WS-CUSTOMER-SCAN.
           PERFORM UNTIL WS-CUSTOMER-SCAN = WS-CUSTOMER-COUNT
               ADD 1 TO WS-CUSTOMER-SCAN
               SET WS-CUSTOMER-IDX TO WS-CUSTOMER-SCAN
               PERFORM COMPUTE-NET-CONTRIBUTION
           END-PERFORM.

           OPEN OUTPUT PROFIT-REPORT-FILE.
           MOVE WS-REPORT-MONTH TO WS-TTL-MONTH.
           WRITE PROFIT-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE WS-BAD-DEBT-REASON TO WS-BAS-BAD-DEBT-REASON.
           MOVE WS-CARRY-RATE      TO WS-BAS-CARRY-RATE.
           WRITE PROFIT-REPORT-LINE FROM WS-BASIS-LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.

           PERFORM WRITE-RANKED-CUSTOMERS.
           PERFORM WRITE-REASON-SECTION.
           PERFORM WRITE-PARENT-SECTION.

           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           IF WS-CUSTOMER-OVERFLOW > 0
               MOVE WS-CUSTOMER-OVERFLOW TO WS-OVF-COUNT
               MOVE ' CUSTOMERS PAST TABLE BOUND, NOT REPORTED'
                   TO WS-OVF-TEXT
               WRITE PROFIT-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
           IF WS-REASON-OVERFLOW > 0
               MOVE WS-REASON-OVERFLOW TO WS-OVF-COUNT
               MOVE ' CREDITS PAST REASON TABLE BOUND, NOT GROUPED'
                   TO WS-OVF-TEXT
               WRITE PROFIT-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
           IF WS-HIERARCHY-OVERFLOW > 0
               MOVE WS-HIERARCHY-OVERFLOW TO WS-OVF-COUNT
               MOVE ' HIERARCHY RECORDS PAST TABLE BOUND, NOT ROLLED'
                   TO WS-OVF-TEXT
               WRITE PROFIT-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
           MOVE WS-CUSTOMER-COUNT    TO WS-SUM-CUSTOMERS.
           MOVE WS-CUSTOMERS-FLAGGED TO WS-SUM-FLAGGED.
           MOVE WS-PARENTS-REPORTED  TO WS-SUM-PARENTS.
           WRITE PROFIT-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-TOTAL-CREDITED    TO WS-SUM-CREDITED.
           MOVE WS-TOTAL-DEDUCTIONS  TO WS-SUM-DEDUCTIONS.
           WRITE PROFIT-REPORT-LINE FROM WS-SUMMARY-LINE-2.

      *  ANYTHING THAT DID NOT FIT A TABLE IS MISSING FROM THE
      *  FIGURES -- A WARNING, SO THE BOUND GETS RAISED.
           IF WS-CUSTOMER-OVERFLOW > 0 OR WS-REASON-OVERFLOW > 0
              OR WS-HIERARCHY-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE INVOICE-MASTER-FILE
                 PROFIT-REPORT-FILE.
           IF WS-REASON-TABLE-PRESENT
               CLOSE CREDIT-REASON-FILE
           END-IF.
           GOBACK.

       READ-PROFIT-PARM.
           OPEN INPUT PROFIT-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-PROFIT-PARM-EXIT
           END-IF.
           READ PROFIT-PARM-FILE
               AT END GO TO CLOSE-PROFIT-PARM
           END-READ.
           IF PP-REPORT-MONTH NUMERIC AND PP-REPORT-MONTH > 0
               MOVE PP-REPORT-MONTH TO WS-REPORT-MONTH
           END-IF.
           IF PP-BAD-DEBT-REASON NOT = SPACES
               MOVE PP-BAD-DEBT-REASON TO WS-BAD-DEBT-REASON
           END-IF.
           IF PP-CARRY-RATE NUMERIC AND PP-CARRY-RATE > 0
               MOVE PP-CARRY-RATE TO WS-CARRY-RATE
           END-IF.
       CLOSE-PROFIT-PARM.
           CLOSE PROFIT-PARM-FILE.
       READ-PROFIT-PARM-EXIT.
           EXIT.

      *  NO HIERARCHY FILE JUST MEANS NO PARENT ACCOUNTS YET -- THE
      *  ROLL-UP SECTION SAYS SO.
       LOAD-HIERARCHY-TABLE.
           OPEN INPUT HIERARCHY-FILE.
           IF NOT WS-HIERARCHY-OPENED-OK
               CLOSE HIERARCHY-FILE
               GO TO LOAD-HIERARCHY-TABLE-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-HIERARCHY
               READ HIERARCHY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIER-EOF-FLAG
                   NOT AT END
                       IF WS-CHILD-COUNT < WS-MAX-CHILDREN
                           ADD 1 TO WS-CHILD-COUNT
                           SET WS-CHILD-IDX TO WS-CHILD-COUNT
                           MOVE AH-CHILD-CUSTOMER-NUMBER
                               TO WS-CHD-CHILD-NUMBER(WS-CHILD-IDX)
                           MOVE AH-PARENT-ACCOUNT-NUMBER
                               TO WS-CHD-PARENT-NUMBER(WS-CHILD-IDX)
                       ELSE
                           ADD 1 TO WS-HIERARCHY-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIERARCHY-FILE.
       LOAD-HIERARCHY-TABLE-EXIT.
           EXIT.

       READ-NEXT-INVOICE.
           READ INVOICE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE MASTER RECORD DATED IN THE REPORT MONTH: A CHARGE ADDS    *
      *  ITS USD REVENUE AND THE DISCOUNT TAKEN AGAINST IT; A CREDIT   *
      *  MEMO IS SORTED INTO ITS DEDUCTION AND ITS REASON GROUP.       *
      *****************************************************************
       JUDGE-ONE-INVOICE.
           IF IM-TYPE-VOID
               GO TO JUDGE-ONE-INVOICE-EXIT
           END-IF.

           COMPUTE WS-ITEM-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE)).
           MOVE WS-ITEM-YYYYMMDD(1:6) TO WS-ITEM-YYYYMM.
           IF WS-ITEM-YYYYMM NOT = WS-REPORT-MONTH
               GO TO JUDGE-ONE-INVOICE-EXIT
           END-IF.

      *  FINANCE CHARGES COUNT WHEN COLLECTED, NOT WHEN BILLED, AND
      *  REFUND AND ESCHEAT ITEMS ARE THE CUSTOMER'S OWN MONEY.
           IF IM-TYPE-CHARGE AND
              (IM-INVOICE-PRODUCT-CODE = 'FINCHARGE' OR
               IM-INVOICE-PRODUCT-CODE = 'REFUND' OR
               IM-INVOICE-PRODUCT-CODE = 'ESCHEAT')
               GO TO JUDGE-ONE-INVOICE-EXIT
           END-IF.
           IF NOT IM-TYPE-CHARGE AND NOT IM-TYPE-CREDIT-MEMO
               GO TO JUDGE-ONE-INVOICE-EXIT
           END-IF.
      *  A WAIVED FINANCE CHARGE WAS NEVER REVENUE, SO THE FCWGEN01
      *  CREDIT THAT REVERSES IT IS NO DEDUCTION EITHER.
           IF IM-TYPE-CREDIT-MEMO AND
              IM-INVOICE-PRODUCT-CODE = 'FINCHARGE'
               GO TO JUDGE-ONE-INVOICE-EXIT
           END-IF.

           MOVE IM-CUSTOMER-NUMBER TO WS-SEARCH-CUSTOMER.
           SET WS-ADD-SLOT-ALLOWED TO TRUE.
           PERFORM FIND-CUSTOMER-SLOT.
           IF NOT WS-SLOT-FOUND
               GO TO JUDGE-ONE-INVOICE-EXIT
           END-IF.

           IF IM-TYPE-CHARGE
               COMPUTE WS-USD-AMOUNT ROUNDED =
                   IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE
               ADD WS-USD-AMOUNT TO WS-CUS-REVENUE(WS-CUSTOMER-IDX)
               COMPUTE WS-USD-AMOUNT ROUNDED =
                   IM-DISCOUNT-TAKEN * IM-INVOICE-EXCHANGE-RATE
               ADD WS-USD-AMOUNT TO WS-CUS-DISCOUNTS(WS-CUSTOMER-IDX)
               GO TO JUDGE-ONE-INVOICE-EXIT
           END-IF.

           COMPUTE WS-USD-AMOUNT ROUNDED =
               IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE.
           ADD WS-USD-AMOUNT TO WS-TOTAL-CREDITED.
           EVALUATE TRUE
               WHEN IM-INVOICE-PRODUCT-CODE = 'WRITEOFF' OR
                    IM-CREDIT-REASON-CODE = 'WOFF'
                   ADD WS-USD-AMOUNT
                       TO WS-CUS-SMALL-BALANCE(WS-CUSTOMER-IDX)
               WHEN IM-CREDIT-REASON-CODE = WS-BAD-DEBT-REASON
                   ADD WS-USD-AMOUNT
                       TO WS-CUS-BAD-DEBT(WS-CUSTOMER-IDX)
               WHEN IM-INVOICE-PRODUCT-CODE = 'REBATE' OR
                    IM-CREDIT-REASON-CODE = 'RBTE'
                   ADD WS-USD-AMOUNT
                       TO WS-CUS-REBATES(WS-CUSTOMER-IDX)
               WHEN OTHER
                   ADD WS-USD-AMOUNT
                       TO WS-CUS-OTHER-CREDITS(WS-CUSTOMER-IDX)
           END-EVALUATE.
           PERFORM TALLY-CREDIT-REASON.

       JUDGE-ONE-INVOICE-EXIT.
           EXIT.

      *  WS-CUSTOMER-IDX COMES BACK ON WS-SEARCH-CUSTOMER'S SLOT. A
      *  NEW CUSTOMER GETS A ZEROED SLOT WHEN WS-ADD-SLOT-ALLOWED IS
      *  SET AND THE TABLE HAS ROOM; OTHERWISE WS-SLOT-FOUND IS OFF.
       FIND-CUSTOMER-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG.
           MOVE 0 TO WS-CUSTOMER-SCAN.
           PERFORM UNTIL WS-CUSTOMER-SCAN = WS-CUSTOMER-COUNT
                      OR WS-SLOT-FOUND
               ADD 1 TO WS-CUSTOMER-SCAN
               SET WS-CUSTOMER-IDX TO WS-CUSTOMER-SCAN
               IF WS-CUS-CUSTOMER-NUMBER(WS-CUSTOMER-IDX) =
                      WS-SEARCH-CUSTOMER
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF NOT WS-SLOT-FOUND AND WS-ADD-SLOT-ALLOWED
               IF WS-CUSTOMER-COUNT < WS-MAX-CUSTOMERS
                   ADD 1 TO WS-CUSTOMER-COUNT
                   SET WS-CUSTOMER-IDX TO WS-CUSTOMER-COUNT
                   INITIALIZE WS-CUSTOMER-ENTRY(WS-CUSTOMER-IDX)
                   MOVE WS-SEARCH-CUSTOMER
                       TO WS-CUS-CUSTOMER-NUMBER(WS-CUSTOMER-IDX)
                   MOVE 'N' TO WS-CUS-LISTED-FLAG(WS-CUSTOMER-IDX)
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-CUSTOMER-OVERFLOW
               END-IF
           END-IF.

       TALLY-CREDIT-REASON.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG.
           MOVE 0 TO WS-REASON-SCAN.
           PERFORM UNTIL WS-REASON-SCAN = WS-REASON-COUNT
                      OR WS-SLOT-FOUND
               ADD 1 TO WS-REASON-SCAN
               SET WS-REASON-IDX TO WS-REASON-SCAN
               IF WS-RSN-REASON-CODE(WS-REASON-IDX) =
                      IM-CREDIT-REASON-CODE
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF NOT WS-SLOT-FOUND
               IF WS-REASON-COUNT < WS-MAX-REASONS
                   ADD 1 TO WS-REASON-COUNT
                   SET WS-REASON-IDX TO WS-REASON-COUNT
                   MOVE IM-CREDIT-REASON-CODE
                       TO WS-RSN-REASON-CODE(WS-REASON-IDX)
                   MOVE 0 TO WS-RSN-COUNT(WS-REASON-IDX)
                   MOVE 0 TO WS-RSN-AMOUNT(WS-REASON-IDX)
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-REASON-OVERFLOW
               END-IF
           END-IF.

           IF WS-SLOT-FOUND
               ADD 1 TO WS-RSN-COUNT(WS-REASON-IDX)
               ADD WS-USD-AMOUNT TO WS-RSN-AMOUNT(WS-REASON-IDX)
           END-IF.

      *****************************************************************
      *  ONE PASS OVER THE PAYMENT HISTORY. EVERY PAYMENT FROM A       *
      *  CUSTOMER ALREADY IN THE TABLE FEEDS ITS DAYS-TO-PAY AVERAGE;  *
      *  CASH APPLIED IN THE REPORT MONTH AGAINST A FINCHARGE ITEM IS  *
      *  A FINANCE CHARGE COLLECTED, EVEN FOR A CUSTOMER WITH NO       *
      *  OTHER ACTIVITY IN THE MONTH. A MISSING HISTORY JUST MEANS NO  *
      *  CASH HAS BEEN APPLIED THROUGH THE NEW PATH YET.               *
      *****************************************************************
       SCAN-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF NOT WS-HISTORY-OPENED-OK
               CLOSE PAYMENT-HISTORY-FILE
               GO TO SCAN-PAYMENT-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-HISTORY
               READ PAYMENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                   NOT AT END
                       PERFORM TALLY-ONE-PAYMENT THRU
                               TALLY-ONE-PAYMENT-EXIT
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.
       SCAN-PAYMENT-HISTORY-EXIT.
           EXIT.

       TALLY-ONE-PAYMENT.
           IF PH-PAYMENT-AMOUNT NOT GREATER THAN 0
               GO TO TALLY-ONE-PAYMENT-EXIT
           END-IF.

           MOVE PH-CUSTOMER-NUMBER TO WS-SEARCH-CUSTOMER.
           MOVE 'N' TO WS-ADD-SLOT-FLAG.
           COMPUTE WS-ITEM-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(PH-APPLICATION-DATE)).
           MOVE WS-ITEM-YYYYMMDD(1:6) TO WS-ITEM-YYYYMM.
           IF WS-ITEM-YYYYMM = WS-REPORT-MONTH
               MOVE PH-CUSTOMER-NUMBER TO IM-CUSTOMER-NUMBER
               MOVE PH-INVOICE-NUMBER  TO IM-INVOICE-NUMBER
               MOVE 'Y' TO WS-FOUND-FLAG
               READ INVOICE-MASTER-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               END-READ
               IF WS-RECORD-FOUND AND
                  IM-INVOICE-PRODUCT-CODE = 'FINCHARGE'
                   SET WS-ADD-SLOT-ALLOWED TO TRUE
               END-IF
           END-IF.

           PERFORM FIND-CUSTOMER-SLOT.
           IF NOT WS-SLOT-FOUND
               GO TO TALLY-ONE-PAYMENT-EXIT
           END-IF.

           IF WS-ADD-SLOT-ALLOWED
               COMPUTE WS-USD-AMOUNT ROUNDED =
                   PH-PAYMENT-AMOUNT * IM-INVOICE-EXCHANGE-RATE
               ADD WS-USD-AMOUNT
                   TO WS-CUS-FINANCE-CHARGES(WS-CUSTOMER-IDX)
           END-IF.

           IF PH-INVOICE-DATE > 0 AND PH-PAYMENT-DATE > 0
               COMPUTE WS-DAYS-TO-PAY =
                   FUNCTION INTEGER-OF-DAY(PH-PAYMENT-DATE) -
                   FUNCTION INTEGER-OF-DAY(PH-INVOICE-DATE)
               IF WS-DAYS-TO-PAY < 0
                   MOVE 0 TO WS-DAYS-TO-PAY
               END-IF
               ADD PH-PAYMENT-AMOUNT
                   TO WS-CUS-PAID-WEIGHT(WS-CUSTOMER-IDX)
               COMPUTE WS-CUS-DAYS-WEIGHT(WS-CUSTOMER-IDX) =
                   WS-CUS-DAYS-WEIGHT(WS-CUSTOMER-IDX) +
                   PH-PAYMENT-AMOUNT * WS-DAYS-TO-PAY
           END-IF.

       TALLY-ONE-PAYMENT-EXIT.
           EXIT.

      *  CARRY = MONTH'S REVENUE * ANNUAL RATE * AVERAGE DAYS / 365.
      *  A CUSTOMER WHO HAS NEVER PAID THROUGH PAYHIST CARRIES NO
      *  CHARGE RATHER THAN A GUESSED ONE.
       COMPUTE-NET-CONTRIBUTION.
           IF WS-CUS-PAID-WEIGHT(WS-CUSTOMER-IDX) > 0
               COMPUTE WS-CUS-AVERAGE-DAYS(WS-CUSTOMER-IDX) ROUNDED =
                   WS-CUS-DAYS-WEIGHT(WS-CUSTOMER-IDX) /
                   WS-CUS-PAID-WEIGHT(WS-CUSTOMER-IDX)
           ELSE
               MOVE 0 TO WS-CUS-AVERAGE-DAYS(WS-CUSTOMER-IDX)
           END-IF.
           COMPUTE WS-CUS-CARRY(WS-CUSTOMER-IDX) ROUNDED =
               WS-CUS-REVENUE(WS-CUSTOMER-IDX) * WS-CARRY-RATE / 100
                   * WS-CUS-AVERAGE-DAYS(WS-CUSTOMER-IDX) / 365.
           COMPUTE WS-CUS-NET(WS-CUSTOMER-IDX) =
               WS-CUS-REVENUE(WS-CUSTOMER-IDX)
               - WS-CUS-OTHER-CREDITS(WS-CUSTOMER-IDX)
               - WS-CUS-SMALL-BALANCE(WS-CUSTOMER-IDX)
               - WS-CUS-BAD-DEBT(WS-CUSTOMER-IDX)
               - WS-CUS-DISCOUNTS(WS-CUSTOMER-IDX)
               - WS-CUS-REBATES(WS-CUSTOMER-IDX)
               + WS-CUS-FINANCE-CHARGES(WS-CUSTOMER-IDX)
               - WS-CUS-CARRY(WS-CUSTOMER-IDX).

           ADD WS-CUS-REVENUE(WS-CUSTOMER-IDX) TO WS-TOTAL-REVENUE.
           COMPUTE WS-TOTAL-DEDUCTIONS = WS-TOTAL-DEDUCTIONS
               + WS-CUS-OTHER-CREDITS(WS-CUSTOMER-IDX)
               + WS-CUS-SMALL-BALANCE(WS-CUSTOMER-IDX)
               + WS-CUS-BAD-DEBT(WS-CUSTOMER-IDX)
               + WS-CUS-DISCOUNTS(WS-CUSTOMER-IDX)
               + WS-CUS-REBATES(WS-CUSTOMER-IDX).
           ADD WS-CUS-FINANCE-CHARGES(WS-CUSTOMER-IDX)
               TO WS-TOTAL-FINANCE-CHARGES.
           ADD WS-CUS-CARRY(WS-CUSTOMER-IDX) TO WS-TOTAL-CARRY.
           ADD WS-CUS-NET(WS-CUSTOMER-IDX) TO WS-TOTAL-NET.

      *****************************************************************
      *  THE RANKED LIST: REPEATEDLY PICK THE UNLISTED CUSTOMER WITH   *
      *  THE HIGHEST NET CONTRIBUTION UNTIL NONE IS LEFT. THE LAST     *
      *  TENTH OF THE RANKS (ROUNDED UP, SO ANY LIST FLAGS AT LEAST    *
      *  ONE) IS MARKED FOR ACCOUNT REVIEW.                            *
      *****************************************************************
       WRITE-RANKED-CUSTOMERS.
           WRITE PROFIT-REPORT-LINE FROM WS-COLUMN-LINE-1.
           WRITE PROFIT-REPORT-LINE FROM WS-COLUMN-LINE-2.
           IF WS-CUSTOMER-COUNT = 0
               WRITE PROFIT-REPORT-LINE FROM WS-EMPTY-LINE
           END-IF.

           COMPUTE WS-REVIEW-COUNT = (WS-CUSTOMER-COUNT + 9) / 10.
           COMPUTE WS-REVIEW-FROM-RANK =
               WS-CUSTOMER-COUNT - WS-REVIEW-COUNT + 1.
           MOVE 0 TO WS-RANK.

           PERFORM PICK-NEXT-CUSTOMER.
           PERFORM UNTIL WS-BEST-SLOT = 0
               SET WS-CUSTOMER-IDX TO WS-BEST-SLOT
               ADD 1 TO WS-RANK
               PERFORM WRITE-CUSTOMER-LINES
               MOVE 'Y' TO WS-CUS-LISTED-FLAG(WS-CUSTOMER-IDX)
               PERFORM PICK-NEXT-CUSTOMER
           END-PERFORM.

           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-TOTAL-REVENUE         TO WS-TOT-REVENUE.
           MOVE WS-TOTAL-FINANCE-CHARGES TO WS-TOT-FINANCE-CHARGES.
           MOVE WS-TOTAL-CARRY           TO WS-TOT-CARRY.
           MOVE WS-TOTAL-NET             TO WS-TOT-NET.
           WRITE PROFIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.

       PICK-NEXT-CUSTOMER.
           MOVE 0 TO WS-BEST-SLOT.
           MOVE 0 TO WS-BEST-NET.
           MOVE 0 TO WS-CUSTOMER-SCAN.
           PERFORM UNTIL WS-CUSTOMER-SCAN = WS-CUSTOMER-COUNT
               ADD 1 TO WS-CUSTOMER-SCAN
               SET WS-CUSTOMER-IDX TO WS-CUSTOMER-SCAN
               IF NOT WS-CUS-LISTED(WS-CUSTOMER-IDX)
                   IF WS-BEST-SLOT = 0 OR
                      WS-CUS-NET(WS-CUSTOMER-IDX) > WS-BEST-NET
                       MOVE WS-CUSTOMER-SCAN TO WS-BEST-SLOT
                       MOVE WS-CUS-NET(WS-CUSTOMER-IDX)
                           TO WS-BEST-NET
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CUSTOMER-LINES.
           MOVE WS-RANK TO WS-CL1-RANK.
           MOVE WS-CUS-CUSTOMER-NUMBER(WS-CUSTOMER-IDX)
               TO WS-CL1-CUSTOMER-NUMBER.
           MOVE WS-CUS-CUSTOMER-NUMBER(WS-CUSTOMER-IDX)
               TO WS-SEARCH-CUSTOMER.
           PERFORM FIND-PARENT-OF-CUSTOMER.
           IF WS-PARENT-OF-CUSTOMER = 0
               MOVE SPACES TO WS-CL1-PARENT-NUMBER
           ELSE
               MOVE WS-PARENT-OF-CUSTOMER TO WS-CL1-PARENT-NUMBER
           END-IF.
           MOVE WS-CUS-REVENUE(WS-CUSTOMER-IDX) TO WS-CL1-REVENUE.
           MOVE WS-CUS-FINANCE-CHARGES(WS-CUSTOMER-IDX)
               TO WS-CL1-FINANCE-CHARGES.
           MOVE WS-CUS-AVERAGE-DAYS(WS-CUSTOMER-IDX)
               TO WS-CL1-AVERAGE-DAYS.
           MOVE WS-CUS-CARRY(WS-CUSTOMER-IDX) TO WS-CL1-CARRY.
           MOVE WS-CUS-NET(WS-CUSTOMER-IDX) TO WS-CL1-NET.
           IF WS-RANK NOT LESS THAN WS-REVIEW-FROM-RANK
               MOVE 'ACCOUNT REVIEW' TO WS-CL1-REVIEW-FLAG
               ADD 1 TO WS-CUSTOMERS-FLAGGED
           ELSE
               MOVE SPACES TO WS-CL1-REVIEW-FLAG
           END-IF.
           WRITE PROFIT-REPORT-LINE FROM WS-CUSTOMER-LINE-1.

           MOVE WS-CUS-OTHER-CREDITS(WS-CUSTOMER-IDX)
               TO WS-CL2-OTHER-CREDITS.
           MOVE WS-CUS-SMALL-BALANCE(WS-CUSTOMER-IDX)
               TO WS-CL2-SMALL-BALANCE.
           MOVE WS-CUS-BAD-DEBT(WS-CUSTOMER-IDX) TO WS-CL2-BAD-DEBT.
           MOVE WS-CUS-DISCOUNTS(WS-CUSTOMER-IDX)
               TO WS-CL2-DISCOUNTS.
           MOVE WS-CUS-REBATES(WS-CUSTOMER-IDX) TO WS-CL2-REBATES.
           WRITE PROFIT-REPORT-LINE FROM WS-CUSTOMER-LINE-2.

      *  ZERO WHEN THE CUSTOMER IS NOBODY'S CHILD ACCOUNT.
       FIND-PARENT-OF-CUSTOMER.
           MOVE 0 TO WS-PARENT-OF-CUSTOMER.
           MOVE 0 TO WS-CHILD-SCAN.
           PERFORM UNTIL WS-CHILD-SCAN = WS-CHILD-COUNT
                      OR WS-PARENT-OF-CUSTOMER NOT = 0
               ADD 1 TO WS-CHILD-SCAN
               SET WS-CHILD-IDX TO WS-CHILD-SCAN
               IF WS-CHD-CHILD-NUMBER(WS-CHILD-IDX) =
                      WS-SEARCH-CUSTOMER
                   MOVE WS-CHD-PARENT-NUMBER(WS-CHILD-IDX)
                       TO WS-PARENT-OF-CUSTOMER
               END-IF
           END-PERFORM.

       WRITE-REASON-SECTION.
           WRITE PROFIT-REPORT-LINE FROM WS-REASON-HEADING.
           MOVE 0 TO WS-REASON-SCAN.
           PERFORM UNTIL WS-REASON-SCAN = WS-REASON-COUNT
               ADD 1 TO WS-REASON-SCAN
               SET WS-REASON-IDX TO WS-REASON-SCAN
               PERFORM WRITE-ONE-REASON-LINE
           END-PERFORM.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.

       WRITE-ONE-REASON-LINE.
           MOVE WS-RSN-REASON-CODE(WS-REASON-IDX)
               TO WS-RSL-REASON-CODE.
           MOVE SPACES TO WS-RSL-REASON-DESC.
           IF WS-REASON-TABLE-PRESENT AND
              WS-RSN-REASON-CODE(WS-REASON-IDX) NOT = SPACES
               MOVE WS-RSN-REASON-CODE(WS-REASON-IDX)
                   TO RN-REASON-CODE
               MOVE 'Y' TO WS-REASON-FOUND-FLAG
               READ CREDIT-REASON-FILE
                   INVALID KEY MOVE 'N' TO WS-REASON-FOUND-FLAG
               END-READ
               IF WS-REASON-FOUND
                   MOVE RN-REASON-DESCRIPTION TO WS-RSL-REASON-DESC
               END-IF
           END-IF.
           IF WS-RSN-REASON-CODE(WS-REASON-IDX) = SPACES
               MOVE 'NO REASON RECORDED (PRE-FIELD CREDIT)'
                   TO WS-RSL-REASON-DESC
           END-IF.
           MOVE WS-RSN-COUNT(WS-REASON-IDX)  TO WS-RSL-COUNT.
           MOVE WS-RSN-AMOUNT(WS-REASON-IDX) TO WS-RSL-AMOUNT.
           WRITE PROFIT-REPORT-LINE FROM WS-REASON-LINE.

      *****************************************************************
      *  THE HIERARCHY IS SORTED BY PARENT, SO THE TABLE IS WALKED IN  *
      *  ONE PASS: A CHANGE OF PARENT CLOSES THE PREVIOUS PARENT'S     *
      *  LINE. A PARENT NONE OF WHOSE CHILDREN HAD ACTIVITY IN THE     *
      *  MONTH IS LEFT OFF.                                            *
      *****************************************************************
       WRITE-PARENT-SECTION.
           WRITE PROFIT-REPORT-LINE FROM WS-PARENT-HEADING.
           WRITE PROFIT-REPORT-LINE FROM WS-PARENT-COLUMN-LINE.
           INITIALIZE WS-PARENT-TOTALS.
           MOVE 0 TO WS-CURRENT-PARENT.

           MOVE 0 TO WS-CHILD-SCAN.
           PERFORM UNTIL WS-CHILD-SCAN = WS-CHILD-COUNT
               ADD 1 TO WS-CHILD-SCAN
               SET WS-CHILD-IDX TO WS-CHILD-SCAN
               IF WS-CHD-PARENT-NUMBER(WS-CHILD-IDX) NOT =
                      WS-CURRENT-PARENT
                   PERFORM WRITE-PARENT-LINE
                   INITIALIZE WS-PARENT-TOTALS
                   MOVE WS-CHD-PARENT-NUMBER(WS-CHILD-IDX)
                       TO WS-CURRENT-PARENT
               END-IF
               PERFORM ADD-CHILD-TO-PARENT
           END-PERFORM.
           PERFORM WRITE-PARENT-LINE.

           IF WS-PARENTS-REPORTED = 0
               WRITE PROFIT-REPORT-LINE FROM WS-NO-PARENTS-LINE
           END-IF.

       ADD-CHILD-TO-PARENT.
           MOVE WS-CHD-CHILD-NUMBER(WS-CHILD-IDX)
               TO WS-SEARCH-CUSTOMER.
           MOVE 'N' TO WS-ADD-SLOT-FLAG.
           PERFORM FIND-CUSTOMER-SLOT.
           IF WS-SLOT-FOUND
               ADD 1 TO WS-PAR-CHILDREN
               ADD WS-CUS-REVENUE(WS-CUSTOMER-IDX) TO WS-PAR-REVENUE
               COMPUTE WS-PAR-DEDUCTIONS = WS-PAR-DEDUCTIONS
                   + WS-CUS-OTHER-CREDITS(WS-CUSTOMER-IDX)
                   + WS-CUS-SMALL-BALANCE(WS-CUSTOMER-IDX)
                   + WS-CUS-BAD-DEBT(WS-CUSTOMER-IDX)
                   + WS-CUS-DISCOUNTS(WS-CUSTOMER-IDX)
                   + WS-CUS-REBATES(WS-CUSTOMER-IDX)
               ADD WS-CUS-FINANCE-CHARGES(WS-CUSTOMER-IDX)
                   TO WS-PAR-FINANCE-CHARGES
               ADD WS-CUS-CARRY(WS-CUSTOMER-IDX) TO WS-PAR-CARRY
               ADD WS-CUS-NET(WS-CUSTOMER-IDX) TO WS-PAR-NET
           END-IF.

       WRITE-PARENT-LINE.
           IF WS-PAR-CHILDREN > 0
               ADD 1 TO WS-PARENTS-REPORTED
               MOVE WS-CURRENT-PARENT      TO WS-PRL-PARENT-NUMBER
               MOVE WS-PAR-CHILDREN        TO WS-PRL-CHILDREN
               MOVE WS-PAR-REVENUE         TO WS-PRL-REVENUE
               MOVE WS-PAR-DEDUCTIONS      TO WS-PRL-DEDUCTIONS
               MOVE WS-PAR-FINANCE-CHARGES TO WS-PRL-FINANCE-CHARGES
               MOVE WS-PAR-CARRY           TO WS-PRL-CARRY
               MOVE WS-PAR-NET             TO WS-PRL-NET
               WRITE PROFIT-REPORT-LINE FROM WS-PARENT-LINE
           END-IF.
