      ***********************************************************
      * USGBILL1 -- PERIOD-END METERED USAGE BILLING                 *
      *                                                              *
      * RATES EACH CUSTOMER'S ACCUMULATED USAGE FOR THE BILLING      *
      * PERIOD (USAGEACC.cpy, FED DAILY BY USGLOAD1) AGAINST THE     *
      * PRODUCT'S GRADUATED PRICE TIERS ON PRODMAST.cpy -- EACH TIER *
      * PRICES ONLY THE UNITS THAT FALL INSIDE IT, AND A PRODUCT     *
      * WITH NO TIERS IS PRICED FLAT AT ITS LIST PRICE. EVERY TIER   *
      * THAT CARRIES A CHARGE BECOMES ONE IM-TYPE-CHARGE INVOICE     *
      * TRANSACTION (INVTRAN.cpy, ADD ACTION, NUMBERED BY            *
      * CREATEINVOICENUMBER) WITH THE TIER'S QUANTITY AND UNIT PRICE *
      * FILLED IN, SO INVPOST1'S EXTENSION CHECK PROVES THE          *
      * ARITHMETIC; THE FILE CARRIES THE BILLGEN1 'H'/'T' CONTROL    *
      * RECORDS. A USAGE STATEMENT FOR EACH CUSTOMER AND PRODUCT,    *
      * SHOWING THE TIERS APPLIED AND THE INVOICE NUMBERS, GOES TO   *
      * USGSTMT TO BE MAILED WITH THE INVOICES. THE TOTAL IS THEN    *
      * MARKED BILLED, SO A RERUN BILLS NOTHING TWICE AND LATE USAGE *
      * FOR THE PERIOD IS TURNED AWAY BY THE INTAKE.                 *
      *                                                              *
      * THE PERIOD (YYYYMM) COMES FROM THE OPTIONAL USGBPRM CARD,    *
      * DEFAULT LAST MONTH. USAGE IS PRICED IN USD. A PRODUCT NO     *
      * LONGER PRICED, OR A TIER QUANTITY TOO LARGE FOR ONE INVOICE  *
      * LINE, IS SKIPPED AND REPORTED, LEFT UNBILLED, AND GRADES A   *
      * WARNING (RC 4).                                              *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USGBILL1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-ACCUMULATION-FILE ASSIGN TO USAGEACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-KEY
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT USAGE-PARM-FILE ASSIGN TO USGBPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT USAGE-TRANSACTION-FILE ASSIGN TO USGTRN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USAGE-STATEMENT-FILE ASSIGN TO USGSTMT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLING-REPORT-FILE ASSIGN TO USGBRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-ACCUMULATION-FILE.
           COPY USAGEACC.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

      *  THE PERIOD TO BILL, YYYYMM. BLANK, NON-NUMERIC OR NOT A
      *  MONTH KEEPS LAST MONTH.
       FD  USAGE-PARM-FILE.
       01  USAGE-PARM-RECORD.
           05  UP-PERIOD                     PIC 9(6).
           05  UP-PERIOD-PARTS REDEFINES UP-PERIOD.
               10  FILLER                    PIC 9(4).
               10  UP-PERIOD-MONTH           PIC 9(2).
           05  FILLER                        PIC X(74).

       FD  USAGE-TRANSACTION-FILE.
           COPY INVTRAN.

       FD  USAGE-STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  USAGE-STATEMENT-LINE              PIC X(132).

       FD  BILLING-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  BILLING-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-USAGE              VALUE 'Y'.

       01  WS-USAGE-STATUS                   PIC X(2).
           88  WS-USAGE-STATUS-OK            VALUE '00'.
       01  WS-PRODUCT-STATUS                 PIC X(2).
           88  WS-PRODUCT-STATUS-OK          VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.

       01  WS-DEMO-FOUND-FLAG                PIC X.
           88  WS-DEMO-FOUND                 VALUE 'Y'.

       01  WS-CRINVNO-STATUS                 PIC X(2).
           88  WS-CRINVNO-OK                 VALUE '00'.
       01  WS-CRINVNO-CALLER                 PIC X(8)
                                              VALUE 'USGBILL1'.
       01  WS-NUMLOG-SPOILED                 PIC X(1) VALUE 'S'.
       01  WS-NEW-INVOICE-NUMBER             PIC 9(10).
       01  WS-BILL-COMPANY-CODE              PIC X(2).

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).
       01  WS-PERIOD                         PIC 9(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR                PIC 9(4).
           05  WS-PERIOD-MONTH               PIC 9(2).

      *  THE TIER BANDS ONE USAGE TOTAL FALLS INTO. EACH BAND IS THE
      *  UNITS ABOVE THE PREVIOUS TIER'S LIMIT UP TO ITS OWN, PRICED
      *  AT ITS OWN RATE; A FREE BAND IS SHOWN ON THE STATEMENT BUT
      *  RAISES NO INVOICE.
       01  WS-BAND-TABLE.
           05  WS-BAND OCCURS 5 TIMES.
               10  WS-BAND-FROM-QUANTITY     PIC 9(11) COMP-3.
               10  WS-BAND-TO-QUANTITY       PIC 9(11) COMP-3.
               10  WS-BAND-QUANTITY          PIC 9(11) COMP-3.
               10  WS-BAND-UNIT-PRICE        PIC S9(9)V9(2) COMP-3.
               10  WS-BAND-AMOUNT            PIC S9(13)V9(2) COMP-3.
               10  WS-BAND-INVOICE-NUMBER    PIC 9(10).
       01  WS-BAND-COUNT                     PIC 9(2) COMP.
       01  WS-BAND-SUB                       PIC 9(2) COMP.
       01  WS-TIER-COUNT                     PIC 9(2) COMP.
       01  WS-TIER-SUB                       PIC 9(2) COMP.
       01  WS-UNRATED-QUANTITY               PIC 9(11) COMP-3.
       01  WS-TIER-FLOOR                     PIC 9(11) COMP-3.
       01  WS-TIER-ROOM                      PIC 9(11) COMP-3.
       01  WS-MAX-LINE-QUANTITY              PIC 9(11) COMP-3
                                              VALUE 9999999.
       01  WS-USAGE-AMOUNT                   PIC S9(13)V9(2) COMP-3.
       01  WS-USAGE-INVOICES                 PIC 9(1).
       01  WS-SKIP-REASON                    PIC X(40).

       01  WS-DESCRIPTION-TEXT.
           05  FILLER                        PIC X(14)
               VALUE 'METERED USAGE '.
           05  WS-DSC-PERIOD                 PIC 9(6).
           05  FILLER                        PIC X(6) VALUE ' TIER '.
           05  WS-DSC-TIER                   PIC 9(1).

      *  CONTROL TOTALS FOR THE GENERATED TRANSACTION FILE -- THE
      *  'H' HEADER AND 'T' TRAILER LET INVPOST1 PROVE THE FILE
      *  ARRIVED COMPLETE BEFORE ANYTHING POSTS.
       01  WS-CONTROL-RECORD-COUNT           PIC 9(9) COMP VALUE 0.
       01  WS-CONTROL-AMOUNT-HASH            PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-COUNTERS.
           05  WS-TOTALS-READ                PIC 9(9) COMP VALUE 0.
           05  WS-TOTALS-BILLED              PIC 9(9) COMP VALUE 0.
           05  WS-TOTALS-SKIPPED             PIC 9(9) COMP VALUE 0.
           05  WS-INVOICES-GENERATED         PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-BILLED               PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(36)
               VALUE 'METERED USAGE BILLING FOR PERIOD:'.
           05  WS-TTL-PERIOD                 PIC 9(6).

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-PRODUCT-CODE           PIC X(12).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-QUANTITY               PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-INVOICES               PIC 9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-MESSAGE                PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(21)
               VALUE 'INVOICES GENERATED:  '.
           05  WS-SUM-GENERATED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(21)
               VALUE 'TOTALS SKIPPED:      '.
           05  WS-SUM-SKIPPED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(14)
               VALUE 'TOTAL BILLED: '.
           05  WS-SUM-TOTAL-BILLED           PIC -(12)9.99.

       01  WS-STMT-TITLE-LINE.
           05  FILLER                        PIC X(28)
               VALUE 'USAGE STATEMENT   CUSTOMER: '.
           05  WS-STT-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-STT-FIRST-NAME             PIC X(20).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-STT-LAST-NAME              PIC X(20).

       01  WS-STMT-PERIOD-LINE.
           05  FILLER                        PIC X(18)
               VALUE 'BILLING PERIOD:   '.
           05  WS-STP-PERIOD                 PIC 9(6).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE 'PRODUCT: '.
           05  WS-STP-PRODUCT-CODE           PIC X(12).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-STP-PRODUCT-DESCRIPTION    PIC X(40).

       01  WS-STMT-USAGE-LINE.
           05  FILLER                        PIC X(18)
               VALUE 'USAGE RECORDS:    '.
           05  WS-STU-RECORDS                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(12)
               VALUE 'USAGE FROM: '.
           05  WS-STU-FIRST-DATE             PIC 9(8).
           05  FILLER                        PIC X(4) VALUE ' TO '.
           05  WS-STU-LAST-DATE              PIC 9(8).

       01  WS-STMT-HEADING-LINE.
           05  FILLER                        PIC X(6) VALUE 'TIER'.
           05  FILLER                        PIC X(14)
               VALUE '     FROM UNIT'.
           05  FILLER                        PIC X(14)
               VALUE '       TO UNIT'.
           05  FILLER                        PIC X(16)
               VALUE '        QUANTITY'.
           05  FILLER                        PIC X(15)
               VALUE '     UNIT PRICE'.
           05  FILLER                        PIC X(19)
               VALUE '             AMOUNT'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'INVOICE'.

       01  WS-STMT-TIER-LINE.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-STB-TIER                   PIC 9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-STB-FROM                   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-STB-TO                     PIC ZZ,ZZZ,ZZZ,ZZZ.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-STB-QUANTITY               PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-STB-UNIT-PRICE             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-STB-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-STB-INVOICE                PIC X(10).

       01  WS-STMT-TOTAL-LINE.
           05  FILLER                        PIC X(34)
               VALUE 'TOTAL USAGE'.
           05  WS-STO-QUANTITY               PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(19) VALUE SPACES.
           05  WS-STO-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE 'USD'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O USAGE-ACCUMULATION-FILE.
           IF NOT WS-USAGE-STATUS-OK
               CLOSE USAGE-ACCUMULATION-FILE
               GOBACK
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF NOT WS-PRODUCT-STATUS-OK
               CLOSE USAGE-ACCUMULATION-FILE PRODUCT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF NOT WS-DEMO-STATUS-OK
               CLOSE USAGE-ACCUMULATION-FILE
                     PRODUCT-MASTER-FILE
                     CUSTOMER-DEMOGRAPHIC-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT USAGE-TRANSACTION-FILE
                       USAGE-STATEMENT-FILE
                       BILLING-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PERIOD.
           IF WS-PERIOD-MONTH = 1
               MOVE 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           PERFORM READ-USAGE-PARM THRU READ-USAGE-PARM-EXIT.

           MOVE WS-PERIOD TO WS-TTL-PERIOD.
           WRITE BILLING-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO BILLING-REPORT-LINE.
           WRITE BILLING-REPORT-LINE.

           MOVE SPACES TO INVOICE-CONTROL-RECORD.
           MOVE 'H' TO TC-RECORD-TYPE.
           MOVE 0   TO TC-RECORD-COUNT.
           MOVE 0   TO TC-AMOUNT-HASH-TOTAL.
           WRITE INVOICE-CONTROL-RECORD.

      *  THE PERIOD LEADS THE KEY, SO ITS TOTALS ARE ONE RUN OF
      *  THE FILE.
           MOVE WS-PERIOD   TO UA-PERIOD.
           MOVE 0           TO UA-CUSTOMER-NUMBER.
           MOVE LOW-VALUES  TO UA-PRODUCT-CODE.
           START USAGE-ACCUMULATION-FILE KEY IS NOT LESS THAN UA-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           IF NOT WS-NO-MORE-USAGE
               PERFORM READ-NEXT-USAGE
           END-IF.
           PERFORM UNTIL WS-NO-MORE-USAGE
               ADD 1 TO WS-TOTALS-READ
               IF UA-UNBILLED
                   PERFORM BILL-ONE-TOTAL THRU BILL-ONE-TOTAL-EXIT
               END-IF
               PERFORM READ-NEXT-USAGE
           END-PERFORM.

           MOVE SPACES TO INVOICE-CONTROL-RECORD.
           MOVE 'T' TO TC-RECORD-TYPE.
           MOVE WS-CONTROL-RECORD-COUNT TO TC-RECORD-COUNT.
           MOVE WS-CONTROL-AMOUNT-HASH  TO TC-AMOUNT-HASH-TOTAL.
           WRITE INVOICE-CONTROL-RECORD.

           MOVE SPACES TO BILLING-REPORT-LINE.
           WRITE BILLING-REPORT-LINE.
           MOVE WS-INVOICES-GENERATED TO WS-SUM-GENERATED.
           MOVE WS-TOTALS-SKIPPED     TO WS-SUM-SKIPPED.
           MOVE WS-TOTAL-BILLED       TO WS-SUM-TOTAL-BILLED.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE.

           IF WS-TOTALS-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE USAGE-ACCUMULATION-FILE
                 PRODUCT-MASTER-FILE
                 CUSTOMER-DEMOGRAPHIC-FILE
                 USAGE-TRANSACTION-FILE
                 USAGE-STATEMENT-FILE
                 BILLING-REPORT-FILE.
           GOBACK.

       READ-USAGE-PARM.
           OPEN INPUT USAGE-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-USAGE-PARM-EXIT
           END-IF.
           READ USAGE-PARM-FILE
               AT END GO TO CLOSE-USAGE-PARM
           END-READ.
           IF UP-PERIOD NUMERIC AND
              UP-PERIOD-MONTH > 0 AND UP-PERIOD-MONTH < 13
               MOVE UP-PERIOD TO WS-PERIOD
           END-IF.
       CLOSE-USAGE-PARM.
           CLOSE USAGE-PARM-FILE.
       READ-USAGE-PARM-EXIT.
           EXIT.

      *  A TOTAL FROM THE NEXT PERIOD ENDS THE RUN.
       READ-NEXT-USAGE.
           READ USAGE-ACCUMULATION-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-NO-MORE-USAGE AND UA-PERIOD NOT = WS-PERIOD
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      *****************************************************************
      *  ONE CUSTOMER/PRODUCT TOTAL: RATE IT THROUGH THE TIERS, NUMBER *
      *  EVERY CHARGEABLE BAND BEFORE WRITING ANY (SO A NUMBERING      *
      *  FAILURE NEVER LEAVES HALF A TOTAL BILLED), WRITE THE          *
      *  TRANSACTIONS AND THE STATEMENT, AND MARK THE TOTAL BILLED.    *
      *****************************************************************
       BILL-ONE-TOTAL.
           MOVE UA-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE UA-PRODUCT-CODE    TO WS-DTL-PRODUCT-CODE.
           MOVE UA-TOTAL-QUANTITY  TO WS-DTL-QUANTITY.
           MOVE 0                  TO WS-DTL-AMOUNT.
           MOVE 0                  TO WS-DTL-INVOICES.
           MOVE SPACES             TO WS-SKIP-REASON.

           MOVE UA-PRODUCT-CODE TO PM-PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE 'SKIPPED, PRODUCT NOT ON FILE'
                       TO WS-SKIP-REASON
                   GO TO SKIP-ONE-TOTAL
           END-READ.

           PERFORM RATE-THE-USAGE.
           IF WS-SKIP-REASON NOT = SPACES
               GO TO SKIP-ONE-TOTAL
           END-IF.

           MOVE UA-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-DEMO-FOUND-FLAG.
           READ CUSTOMER-DEMOGRAPHIC-FILE
               INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
           END-READ.
           MOVE SPACES TO WS-BILL-COMPANY-CODE.
           IF WS-DEMO-FOUND
               MOVE CD-COMPANY-CODE TO WS-BILL-COMPANY-CODE
           ELSE
               MOVE SPACES TO CD-FIRST-NAME CD-LAST-NAME
           END-IF.

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
                      OR WS-SKIP-REASON NOT = SPACES
               MOVE 0 TO WS-BAND-INVOICE-NUMBER(WS-BAND-SUB)
               IF WS-BAND-AMOUNT(WS-BAND-SUB) > 0
                   CALL 'CREATEINVOICENUMBER'
                       USING WS-NEW-INVOICE-NUMBER WS-CRINVNO-STATUS
                             WS-BILL-COMPANY-CODE
                             WS-CRINVNO-CALLER
                   IF WS-CRINVNO-OK
                       MOVE WS-NEW-INVOICE-NUMBER
                           TO WS-BAND-INVOICE-NUMBER(WS-BAND-SUB)
                   ELSE
                       MOVE 'SKIPPED, INVOICE NUMBER NOT ISSUED'
                           TO WS-SKIP-REASON
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM SPOIL-BAND-NUMBERS
               GO TO SKIP-ONE-TOTAL
           END-IF.

           MOVE 0 TO WS-USAGE-INVOICES.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               IF WS-BAND-INVOICE-NUMBER(WS-BAND-SUB) NOT = 0
                   PERFORM WRITE-BAND-TRANSACTION
               END-IF
           END-PERFORM.

           PERFORM WRITE-USAGE-STATEMENT.

           SET UA-BILLED TO TRUE.
           MOVE WS-TODAY-YYYYMMDD TO UA-BILLED-DATE.
           MOVE WS-USAGE-AMOUNT   TO UA-BILLED-AMOUNT.
           MOVE WS-USAGE-INVOICES TO UA-INVOICE-COUNT.
           REWRITE USAGE-ACCUMULATION-RECORD.

           ADD 1 TO WS-TOTALS-BILLED.
           ADD WS-USAGE-AMOUNT TO WS-TOTAL-BILLED.
           MOVE WS-USAGE-AMOUNT   TO WS-DTL-AMOUNT.
           MOVE WS-USAGE-INVOICES TO WS-DTL-INVOICES.
           MOVE 'BILLED' TO WS-DTL-MESSAGE.
           WRITE BILLING-REPORT-LINE FROM WS-DETAIL-LINE.
           GO TO BILL-ONE-TOTAL-EXIT.

       SKIP-ONE-TOTAL.
           ADD 1 TO WS-TOTALS-SKIPPED.
           MOVE WS-SKIP-REASON TO WS-DTL-MESSAGE.
           WRITE BILLING-REPORT-LINE FROM WS-DETAIL-LINE.

       BILL-ONE-TOTAL-EXIT.
           EXIT.

      *  THE BANDS NUMBERED BEFORE THE FAILURE WILL NEVER BE BILLED
      *  -- LOG THEIR NUMBERS SPOILED FOR THE NUMBER AUDIT.
       SPOIL-BAND-NUMBERS.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               IF WS-BAND-INVOICE-NUMBER(WS-BAND-SUB) NOT = 0
                   CALL 'WRITEINVNUMLOG'
                       USING WS-NUMLOG-SPOILED
                             WS-BAND-INVOICE-NUMBER(WS-BAND-SUB)
                             WS-CRINVNO-CALLER
                             WS-BILL-COMPANY-CODE
                             WS-SKIP-REASON
                   MOVE 0 TO WS-BAND-INVOICE-NUMBER(WS-BAND-SUB)
               END-IF
           END-PERFORM.

      *****************************************************************
      *  SPLIT THE TOTAL INTO ITS TIER BANDS. A PRODUCT WITH NO TIERS  *
      *  IS ONE BAND AT THE LIST PRICE. THE LAST TIER IN USE TAKES     *
      *  EVERYTHING LEFT, WHATEVER ITS LIMIT SAYS.                     *
      *****************************************************************
       RATE-THE-USAGE.
           MOVE 0 TO WS-BAND-COUNT.
           MOVE 0 TO WS-USAGE-AMOUNT.
           MOVE 0 TO WS-TIER-COUNT.
           IF PM-PRICE-TIER-COUNT NUMERIC
               MOVE PM-PRICE-TIER-COUNT TO WS-TIER-COUNT
           END-IF.

           IF WS-TIER-COUNT = 0
               IF PM-UNIT-PRICE NOT > 0
                   MOVE 'SKIPPED, PRODUCT HAS NO USAGE PRICE'
                       TO WS-SKIP-REASON
               ELSE
                   MOVE 1 TO WS-BAND-COUNT
                   MOVE 1 TO WS-BAND-FROM-QUANTITY(1)
                   MOVE 0 TO WS-BAND-TO-QUANTITY(1)
                   MOVE UA-TOTAL-QUANTITY TO WS-BAND-QUANTITY(1)
                   MOVE PM-UNIT-PRICE TO WS-BAND-UNIT-PRICE(1)
               END-IF
           ELSE
               MOVE UA-TOTAL-QUANTITY TO WS-UNRATED-QUANTITY
               MOVE 0 TO WS-TIER-FLOOR
               PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                       UNTIL WS-TIER-SUB > WS-TIER-COUNT
                          OR WS-UNRATED-QUANTITY = 0
                   PERFORM RATE-ONE-TIER
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               IF WS-BAND-QUANTITY(WS-BAND-SUB) > WS-MAX-LINE-QUANTITY
                   MOVE 'SKIPPED, TIER QUANTITY TOO LARGE'
                       TO WS-SKIP-REASON
               END-IF
               COMPUTE WS-BAND-AMOUNT(WS-BAND-SUB) =
                   WS-BAND-QUANTITY(WS-BAND-SUB)
                       * WS-BAND-UNIT-PRICE(WS-BAND-SUB)
               ADD WS-BAND-AMOUNT(WS-BAND-SUB) TO WS-USAGE-AMOUNT
           END-PERFORM.

       RATE-ONE-TIER.
           ADD 1 TO WS-BAND-COUNT.
           COMPUTE WS-BAND-FROM-QUANTITY(WS-BAND-COUNT) =
               WS-TIER-FLOOR + 1.
           IF WS-TIER-SUB = WS-TIER-COUNT
               MOVE WS-UNRATED-QUANTITY
                   TO WS-BAND-QUANTITY(WS-BAND-COUNT)
               MOVE 0 TO WS-BAND-TO-QUANTITY(WS-BAND-COUNT)
           ELSE
               COMPUTE WS-TIER-ROOM =
                   PM-TIER-UP-TO-QUANTITY(WS-TIER-SUB) - WS-TIER-FLOOR
               IF WS-UNRATED-QUANTITY < WS-TIER-ROOM
                   MOVE WS-UNRATED-QUANTITY
                       TO WS-BAND-QUANTITY(WS-BAND-COUNT)
               ELSE
                   MOVE WS-TIER-ROOM
                       TO WS-BAND-QUANTITY(WS-BAND-COUNT)
               END-IF
               MOVE PM-TIER-UP-TO-QUANTITY(WS-TIER-SUB)
                   TO WS-BAND-TO-QUANTITY(WS-BAND-COUNT)
               MOVE PM-TIER-UP-TO-QUANTITY(WS-TIER-SUB)
                   TO WS-TIER-FLOOR
           END-IF.
           MOVE PM-TIER-UNIT-PRICE(WS-TIER-SUB)
               TO WS-BAND-UNIT-PRICE(WS-BAND-COUNT).
           SUBTRACT WS-BAND-QUANTITY(WS-BAND-COUNT)
               FROM WS-UNRATED-QUANTITY.

       WRITE-BAND-TRANSACTION.
           MOVE UA-PERIOD   TO WS-DSC-PERIOD.
           MOVE WS-BAND-SUB TO WS-DSC-TIER.
           INITIALIZE INVOICE-TRANSACTION-RECORD.
           MOVE 'A'                   TO TR-ACTION.
           MOVE UA-CUSTOMER-NUMBER    TO TR-CUSTOMER-NUMBER.
           MOVE WS-BAND-INVOICE-NUMBER(WS-BAND-SUB)
               TO TR-INVOICE-NUMBER.
           MOVE WS-TODAY-JULIAN       TO TR-INVOICE-DATE.
           MOVE WS-BAND-AMOUNT(WS-BAND-SUB) TO TR-INVOICE-AMOUNT.
           MOVE 'USD'                 TO TR-INVOICE-CURRENCY-CODE.
           MOVE 1                     TO TR-INVOICE-EXCHANGE-RATE.
           MOVE 'C'                   TO TR-INVOICE-TRANSACTION-TYPE.
           MOVE UA-PRODUCT-CODE       TO TR-INVOICE-PRODUCT-CODE.
           MOVE WS-DESCRIPTION-TEXT   TO TR-INVOICE-DESCRIPTION.
           MOVE WS-BAND-QUANTITY(WS-BAND-SUB) TO TR-QUANTITY.
           MOVE WS-BAND-UNIT-PRICE(WS-BAND-SUB) TO TR-UNIT-PRICE.
           MOVE WS-BILL-COMPANY-CODE  TO TR-COMPANY-CODE.
           WRITE INVOICE-TRANSACTION-RECORD.
           ADD 1 TO WS-CONTROL-RECORD-COUNT.
           ADD TR-INVOICE-AMOUNT TO WS-CONTROL-AMOUNT-HASH.
           ADD 1 TO WS-INVOICES-GENERATED.
           ADD 1 TO WS-USAGE-INVOICES.

       WRITE-USAGE-STATEMENT.
           MOVE UA-CUSTOMER-NUMBER     TO WS-STT-CUSTOMER-NUMBER.
           MOVE CD-FIRST-NAME          TO WS-STT-FIRST-NAME.
           MOVE CD-LAST-NAME           TO WS-STT-LAST-NAME.
           WRITE USAGE-STATEMENT-LINE FROM WS-STMT-TITLE-LINE.
           MOVE UA-PERIOD              TO WS-STP-PERIOD.
           MOVE UA-PRODUCT-CODE        TO WS-STP-PRODUCT-CODE.
           MOVE PM-PRODUCT-DESCRIPTION TO WS-STP-PRODUCT-DESCRIPTION.
           WRITE USAGE-STATEMENT-LINE FROM WS-STMT-PERIOD-LINE.
           MOVE UA-USAGE-RECORDS       TO WS-STU-RECORDS.
           MOVE UA-FIRST-USAGE-DATE    TO WS-STU-FIRST-DATE.
           MOVE UA-LAST-USAGE-DATE     TO WS-STU-LAST-DATE.
           WRITE USAGE-STATEMENT-LINE FROM WS-STMT-USAGE-LINE.
           MOVE SPACES TO USAGE-STATEMENT-LINE.
           WRITE USAGE-STATEMENT-LINE.
           WRITE USAGE-STATEMENT-LINE FROM WS-STMT-HEADING-LINE.

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               MOVE WS-BAND-SUB TO WS-STB-TIER
               MOVE WS-BAND-FROM-QUANTITY(WS-BAND-SUB) TO WS-STB-FROM
               MOVE WS-BAND-TO-QUANTITY(WS-BAND-SUB)   TO WS-STB-TO
               MOVE WS-BAND-QUANTITY(WS-BAND-SUB)   TO WS-STB-QUANTITY
               MOVE WS-BAND-UNIT-PRICE(WS-BAND-SUB)
                   TO WS-STB-UNIT-PRICE
               MOVE WS-BAND-AMOUNT(WS-BAND-SUB)     TO WS-STB-AMOUNT
               IF WS-BAND-INVOICE-NUMBER(WS-BAND-SUB) = 0
                   MOVE 'INCLUDED' TO WS-STB-INVOICE
               ELSE
                   MOVE WS-BAND-INVOICE-NUMBER(WS-BAND-SUB)
                       TO WS-STB-INVOICE
               END-IF
               WRITE USAGE-STATEMENT-LINE FROM WS-STMT-TIER-LINE
           END-PERFORM.

           MOVE UA-TOTAL-QUANTITY      TO WS-STO-QUANTITY.
           MOVE WS-USAGE-AMOUNT        TO WS-STO-AMOUNT.
           WRITE USAGE-STATEMENT-LINE FROM WS-STMT-TOTAL-LINE.
           MOVE SPACES TO USAGE-STATEMENT-LINE.
           WRITE USAGE-STATEMENT-LINE.
           WRITE USAGE-STATEMENT-LINE.
