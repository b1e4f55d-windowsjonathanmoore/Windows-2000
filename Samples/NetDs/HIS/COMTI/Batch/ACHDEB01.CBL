      ***********************************************************
      * ACHDEB01 -- AUTOPAY DIRECT-DEBIT (ACH) COLLECTION FILE       *
      *                                                              *
      * WALKS THE AUTOPAY ENROLLMENT FILE (AUTOPAY.cpy) AND, FOR     *
      * EVERY ACTIVE ENROLLMENT WHOSE DEBIT-DAY RULE FALLS DUE BY    *
      * THE DEBIT DATE, COLLECTS THE CUSTOMER'S OPEN, NOT-ON-HOLD    *
      * USD CHARGES DUE ON OR BEFORE THAT DATE INTO ONE DEBIT ENTRY  *
      * ON A NACHA PPD FILE FOR THE BANK. THE DEBIT DATE IS TODAY    *
      * PLUS THE LEAD DAYS ON THE ACHPARM CARD, ROLLED FORWARD TO A  *
      * BUSINESS DAY BY THE BUSCAL CALENDAR (NO CALENDAR LOADED      *
      * MEANS NO ROLL). A MONTHLY OR WEEKLY RULE CATCHES UP -- THE   *
      * MOST RECENT OCCURRENCE ON OR BEFORE THE DEBIT DATE THAT IS   *
      * LATER THAN AP-LAST-DEBIT-DATE (AND NOT BEFORE THE CUSTOMER   *
      * ENROLLED) FIRES, SO A MISSED RUN DOES NOT SKIP A CYCLE AND A *
      * RERUN CANNOT DEBIT TWICE. EVERY INVOICE A DEBIT COVERS GETS  *
      * A PENDING ('P') PAYRCPT.cpy RECEIPT APPENDED TO THE DAY'S    *
      * RECEIPT FILE, SO THIS JOB RUNS AHEAD OF CASHAPP1, AND A ROW  *
      * ON THE ACHDEBIT.cpy LEDGER KEYED BY THE ENTRY'S TRACE NUMBER *
      * SO ACHRTN01 CAN REVERSE IT IF THE BANK RETURNS THE DEBIT.    *
      * ONE ENTRY IS CAPPED AT 99,999,999.99 AND AT 100 INVOICES;    *
      * WHAT DOES NOT FIT IS LEFT OPEN FOR THE NEXT CYCLE AND        *
      * LISTED. A MISSING OR UNUSABLE ACHPARM CARD, OR AN INVOICE    *
      * MASTER THAT WILL NOT OPEN, ENDS THE RUN WITH RETURN-CODE 8   *
      * AND NO FILE. A CUSTOMER IN BANKRUPTCY OR UNDER ANOTHER LEGAL *
      * HOLD (CD-COLLECTION-BARRED ON THE CUSTDEMO.cpy MASTER, KEPT  *
      * BY THE LGLMNT METHOD) IS NOT DEBITED -- PULLING FROM A       *
      * STAYED DEBTOR'S ACCOUNT IS A COLLECTION ACT LIKE ANY OTHER.  *
      * THE MASTER IS OPTIONAL: WITHOUT IT NO ONE IS HELD BACK.      *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHDEB01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-PARM-FILE ASSIGN TO ACHPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CUSTOMER-NUMBER
               FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACH-DEBIT-LEDGER-FILE ASSIGN TO ACHDEBIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PAYMENT-RECEIPT-FILE ASSIGN TO PAYRCPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT ACH-OUTPUT-FILE ASSIGN TO ACHFILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEBIT-REPORT-FILE ASSIGN TO ACHDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  ONE CARD DESCRIBING US TO THE BANK. AC-LEAD-DAYS IS HOW
      *  MANY DAYS AHEAD OF TODAY THE DEBIT SETTLES (BLANK MEANS 1).
      *
       FD  ACH-PARM-FILE.
       01  ACH-PARM-RECORD.
           05  AC-IMMEDIATE-DESTINATION      PIC X(9).
           05  AC-DESTINATION-NAME           PIC X(23).
           05  AC-IMMEDIATE-ORIGIN           PIC X(10).
           05  AC-ORIGIN-NAME                PIC X(23).
           05  AC-COMPANY-NAME               PIC X(16).
           05  AC-COMPANY-ID                 PIC X(10).
           05  AC-ODFI-ROUTING               PIC X(8).
           05  AC-LEAD-DAYS                  PIC 9(2).
           05  FILLER                        PIC X(19).

       FD  AUTOPAY-FILE.
           COPY AUTOPAY.

       FD  INVOICE-MASTER-FILE.
           COPY INVMAST.

       FD  ACH-DEBIT-LEDGER-FILE.
           COPY ACHDEBIT.

       FD  PAYMENT-RECEIPT-FILE.
           COPY PAYRCPT.

       FD  ACH-OUTPUT-FILE.
       01  ACH-OUTPUT-RECORD                 PIC X(94).

       FD  DEBIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DEBIT-REPORT-LINE                 PIC X(132).

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-STATUS-OK             VALUE '00'.
       01  WS-AUTOPAY-STATUS                 PIC X(2).
           88  WS-AUTOPAY-STATUS-OK          VALUE '00'.
       01  WS-MASTER-STATUS                  PIC X(2).
           88  WS-MASTER-STATUS-OK           VALUE '00'.
       01  WS-LEDGER-STATUS                  PIC X(2).
           88  WS-LEDGER-STATUS-OK           VALUE '00'.
       01  WS-RECEIPT-STATUS                 PIC X(2).
           88  WS-RECEIPT-STATUS-OK          VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-OPENED-OK             VALUE '00'.
       01  WS-DEMO-FILE-FLAG                 PIC X VALUE 'N'.
           88  WS-DEMO-FILE-PRESENT          VALUE 'Y'.
       01  WS-DEMO-FOUND-FLAG                PIC X.
           88  WS-DEMO-FOUND                 VALUE 'Y'.

       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-ENROLLMENTS        VALUE 'Y'.
       01  WS-PARM-VALID-FLAG                PIC X VALUE 'N'.
           88  WS-PARM-VALID                 VALUE 'Y'.
       01  WS-MORE-INVOICES-FLAG             PIC X.
           88  WS-MORE-INVOICES              VALUE 'Y'.
       01  WS-CYCLE-DUE-FLAG                 PIC X.
           88  WS-CYCLE-DUE                  VALUE 'Y'.
       01  WS-BATCH-OPEN-FLAG                PIC X VALUE 'N'.
           88  WS-BATCH-OPEN                 VALUE 'Y'.

       01  WS-LEAD-DAYS                      PIC 9(2) VALUE 1.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).
       01  WS-TODAY-INTEGER                  PIC S9(9) COMP.
       01  WS-RUN-TIME                       PIC X(4).

      *  THE DAY THE DEBITS SETTLE -- THE NACHA EFFECTIVE ENTRY
      *  DATE AND THE PAYMENT DATE ON EVERY RECEIPT WRITTEN.
       01  WS-DEBIT-DATE-PARTS.
           05  WS-DEBIT-YYYY                 PIC 9(4).
           05  WS-DEBIT-MM                   PIC 9(2).
           05  WS-DEBIT-DD                   PIC 9(2).
       01  WS-DEBIT-YYYYMMDD REDEFINES WS-DEBIT-DATE-PARTS
                                             PIC 9(8).
       01  WS-DEBIT-INTEGER                  PIC S9(9) COMP.
       01  WS-DEBIT-JULIAN                   PIC 9(7).
       01  WS-ROLL-COUNT                     PIC 9(2) COMP.

      *  BUSINESS-DAY CALENDAR -- SAME LOOKUP FINCHG01 USES.
       01  WS-CAL-FUNCTION                   PIC X(1).
       01  WS-CAL-DATE                       PIC 9(8).
       01  WS-CAL-DAY-TYPE                   PIC X(1).
       01  WS-CAL-MONTH-END-FLAG             PIC X(1).
       01  WS-CAL-LOOKUP-STATUS              PIC X(2).
           88  WS-CAL-ANSWERED               VALUE '00'.

      *  DEBIT-DAY RULE ARITHMETIC, ALL IN INTEGER-OF-DATE DAYS.
       01  WS-WORK-DATE-PARTS.
           05  WS-WORK-YYYY                  PIC 9(4).
           05  WS-WORK-MM                    PIC 9(2).
           05  WS-WORK-DD                    PIC 9(2).
       01  WS-WORK-YYYYMMDD REDEFINES WS-WORK-DATE-PARTS
                                             PIC 9(8).
       01  WS-MONTH-FIRST-INTEGER            PIC S9(9) COMP.
       01  WS-NEXT-FIRST-INTEGER             PIC S9(9) COMP.
       01  WS-MONTH-DAYS                     PIC S9(4) COMP.
       01  WS-RULE-DAY                       PIC S9(4) COMP.
       01  WS-WEEKDAY                        PIC S9(4) COMP.
       01  WS-OCCURRENCE-INTEGER             PIC S9(9) COMP.
       01  WS-LAST-DEBIT-INTEGER             PIC S9(9) COMP.
       01  WS-ENROLLED-INTEGER               PIC S9(9) COMP.
       01  WS-DUE-INTEGER                    PIC S9(9) COMP.

       01  WS-RESIDUAL                       PIC S9(13)V9(2) COMP-3.
       01  WS-ENTRY-TOTAL                    PIC S9(13)V9(2) COMP-3.
       01  WS-ENTRY-CAP                      PIC S9(13)V9(2) COMP-3
                                              VALUE 99999999.99.

      *  THE INVOICES ONE ENTRY PAYS. A CUSTOMER WITH MORE OPEN
      *  DUE ITEMS THAN THE TABLE HOLDS HAS THE REST LEFT FOR THE
      *  NEXT CYCLE.
       01  WS-MAX-DEBIT-INVOICES             PIC 9(4) COMP VALUE 100.
       01  WS-DEBIT-INVOICE-COUNT            PIC 9(4) COMP.
       01  WS-DEBIT-INVOICE-TABLE.
           05  WS-DEBIT-INVOICE-ENTRY OCCURS 100 TIMES
                                      INDEXED BY WS-DBX.
               10  WS-DBI-INVOICE-NUMBER     PIC 9(10).
               10  WS-DBI-AMOUNT             PIC S9(13)V9(2) COMP-3.

      *  TRACE NUMBER = ODFI ROUTING (8) + RUN DAY OF YEAR (3) + A
      *  FOUR-DIGIT ENTRY SEQUENCE WITHIN THE RUN.
       01  WS-TRACE-PARTS.
           05  WS-TRC-ODFI                   PIC X(8).
           05  WS-TRC-DAY                    PIC 9(3).
           05  WS-TRC-SEQUENCE               PIC 9(4).
       01  WS-TRACE-NUMBER REDEFINES WS-TRACE-PARTS
                                             PIC 9(15).
       01  WS-ENTRY-SEQUENCE                 PIC 9(4) VALUE 0.

      *  THE RECEIPT REFERENCE -- 'ACH' PLUS THE LAST SEVEN DIGITS
      *  OF THE TRACE NUMBER.
       01  WS-REFERENCE-PARTS.
           05  FILLER                        PIC X(3) VALUE 'ACH'.
           05  WS-REF-DAY                    PIC 9(3).
           05  WS-REF-SEQUENCE               PIC 9(4).
           05  FILLER                        PIC X(2) VALUE SPACES.
       01  WS-PAYMENT-REFERENCE REDEFINES WS-REFERENCE-PARTS
                                             PIC X(12).

      *  NACHA CONTROL TOTALS. THE ENTRY HASH IS THE SUM OF THE
      *  8-DIGIT RDFI ROUTING NUMBERS, KEPT TO ITS LOW TEN DIGITS.
       01  WS-RDFI-NUMBER                    PIC 9(8).
       01  WS-ENTRY-HASH-TOTAL               PIC 9(18) COMP-3 VALUE 0.
       01  WS-ENTRY-COUNT                    PIC 9(8) COMP VALUE 0.
       01  WS-TOTAL-DEBIT-CENTS              PIC 9(12) COMP-3 VALUE 0.
       01  WS-ENTRY-CENTS                    PIC 9(10).
       01  WS-RECORD-COUNT                   PIC 9(8) COMP VALUE 0.
       01  WS-BLOCK-COUNT                    PIC 9(6) COMP.
       01  WS-FILLER-RECORDS                 PIC 9(4) COMP.

       01  ACH-FILE-HEADER.
           05  FILLER                        PIC X(1) VALUE '1'.
           05  FILLER                        PIC X(2) VALUE '01'.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  FH-IMMEDIATE-DESTINATION      PIC X(9).
           05  FH-IMMEDIATE-ORIGIN           PIC X(10).
           05  FH-CREATION-DATE              PIC X(6).
           05  FH-CREATION-TIME              PIC X(4).
           05  FILLER                        PIC X(1) VALUE 'A'.
           05  FILLER                        PIC X(3) VALUE '094'.
           05  FILLER                        PIC X(2) VALUE '10'.
           05  FILLER                        PIC X(1) VALUE '1'.
           05  FH-DESTINATION-NAME           PIC X(23).
           05  FH-ORIGIN-NAME                PIC X(23).
           05  FILLER                        PIC X(8) VALUE SPACES.

       01  ACH-BATCH-HEADER.
           05  FILLER                        PIC X(1) VALUE '5'.
           05  FILLER                        PIC X(3) VALUE '225'.
           05  BH-COMPANY-NAME               PIC X(16).
           05  FILLER                        PIC X(20) VALUE SPACES.
           05  BH-COMPANY-ID                 PIC X(10).
           05  FILLER                        PIC X(3) VALUE 'PPD'.
           05  FILLER                        PIC X(10) VALUE 'AUTOPAY'.
           05  BH-DESCRIPTIVE-DATE           PIC X(6).
           05  BH-EFFECTIVE-DATE             PIC X(6).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(1) VALUE '1'.
           05  BH-ODFI-ROUTING               PIC X(8).
           05  FILLER                        PIC 9(7) VALUE 1.

       01  ACH-ENTRY-DETAIL.
           05  FILLER                        PIC X(1) VALUE '6'.
           05  ED-TRANSACTION-CODE           PIC X(2).
           05  ED-RDFI-ROUTING               PIC X(8).
           05  ED-CHECK-DIGIT                PIC X(1).
           05  ED-ACCOUNT-NUMBER             PIC X(17).
           05  ED-AMOUNT                     PIC 9(10).
           05  ED-INDIVIDUAL-ID              PIC X(15).
           05  ED-INDIVIDUAL-NAME            PIC X(22).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(1) VALUE '0'.
           05  ED-TRACE-NUMBER               PIC 9(15).

       01  ACH-BATCH-CONTROL.
           05  FILLER                        PIC X(1) VALUE '8'.
           05  FILLER                        PIC X(3) VALUE '225'.
           05  BC-ENTRY-COUNT                PIC 9(6).
           05  BC-ENTRY-HASH                 PIC 9(10).
           05  BC-TOTAL-DEBIT                PIC 9(12).
           05  BC-TOTAL-CREDIT               PIC 9(12) VALUE 0.
           05  BC-COMPANY-ID                 PIC X(10).
           05  FILLER                        PIC X(19) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  BC-ODFI-ROUTING               PIC X(8).
           05  FILLER                        PIC 9(7) VALUE 1.

       01  ACH-FILE-CONTROL.
           05  FILLER                        PIC X(1) VALUE '9'.
           05  FC-BATCH-COUNT                PIC 9(6).
           05  FC-BLOCK-COUNT                PIC 9(6).
           05  FC-ENTRY-COUNT                PIC 9(8).
           05  FC-ENTRY-HASH                 PIC 9(10).
           05  FC-TOTAL-DEBIT                PIC 9(12).
           05  FC-TOTAL-CREDIT               PIC 9(12) VALUE 0.
           05  FILLER                        PIC X(39) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ENROLLMENTS-READ           PIC 9(9) COMP VALUE 0.
           05  WS-ENROLLMENTS-INACTIVE       PIC 9(9) COMP VALUE 0.
           05  WS-ENROLLMENTS-NOT-DUE        PIC 9(9) COMP VALUE 0.
           05  WS-ENROLLMENTS-BARRED         PIC 9(9) COMP VALUE 0.
           05  WS-CUSTOMERS-DEBITED          PIC 9(9) COMP VALUE 0.
           05  WS-INVOICES-DEBITED           PIC 9(9) COMP VALUE 0.
           05  WS-INVOICES-DEFERRED          PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-DEBITED              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'AUTOPAY DIRECT-DEBIT REGISTER -- DEBIT '.
           05  WS-TTL-DEBIT-DATE             PIC 9(8).

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-TRACE-NUMBER           PIC 9(15).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-MESSAGE                PIC X(40).

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT                   PIC X(80).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(20)
               VALUE 'CUSTOMERS DEBITED:  '.
           05  WS-SUM-CUSTOMERS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'INVOICES DEBITED:   '.
           05  WS-SUM-INVOICES               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'TOTAL DEBITED:      '.
           05  WS-SUM-TOTAL                  PIC -(12)9.99.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(20)
               VALUE 'NOT ACTIVE:         '.
           05  WS-SUM-INACTIVE               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'CYCLE NOT DUE:      '.
           05  WS-SUM-NOT-DUE                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'LEFT FOR NEXT CYCLE:'.
           05  WS-SUM-DEFERRED               PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                        PIC X(20)
               VALUE 'LEGALLY BARRED:     '.
           05  WS-SUM-BARRED                 PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT DEBIT-REPORT-FILE.

           PERFORM READ-ACH-PARM THRU READ-ACH-PARM-EXIT.
           IF NOT WS-PARM-VALID
               MOVE 'ACHPARM CARD MISSING OR INVALID -- NO DEBITS SENT'
                   TO WS-MSG-TEXT
               WRITE DEBIT-REPORT-LINE FROM WS-MESSAGE-LINE
               CLOSE DEBIT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT INVOICE-MASTER-FILE.
           IF NOT WS-MASTER-STATUS-OK
               MOVE 'INVOICE MASTER DID NOT OPEN -- NO DEBITS SENT'
                   TO WS-MSG-TEXT
               WRITE DEBIT-REPORT-LINE FROM WS-MESSAGE-LINE
               CLOSE INVOICE-MASTER-FILE
                     DEBIT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *  NO ENROLLMENT FILE YET MEANS NOBODY IS ON AUTOPAY.
           OPEN I-O AUTOPAY-FILE.
           IF NOT WS-AUTOPAY-STATUS-OK
               MOVE 'NO AUTOPAY ENROLLMENT FILE -- NO DEBITS SENT'
                   TO WS-MSG-TEXT
               WRITE DEBIT-REPORT-LINE FROM WS-MESSAGE-LINE
               CLOSE AUTOPAY-FILE
                     INVOICE-MASTER-FILE
                     DEBIT-REPORT-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

      *  FIRST EVER DEBIT CREATES THE LEDGER -- SAME CREATE-AND-
      *  CARRY-ON FALLBACK AS CASHAPP1'S ON-ACCOUNT LEDGER.
           OPEN I-O ACH-DEBIT-LEDGER-FILE.
           IF NOT WS-LEDGER-STATUS-OK
               OPEN OUTPUT ACH-DEBIT-LEDGER-FILE
               CLOSE ACH-DEBIT-LEDGER-FILE
               OPEN I-O ACH-DEBIT-LEDGER-FILE
           END-IF.

      *  APPEND TO THE DAY'S RECEIPT FILE -- THE USUAL FIRST-EVER
      *  CREATE FALLBACK WHEN NOTHING HAS WRITTEN ONE YET.
           OPEN EXTEND PAYMENT-RECEIPT-FILE.
           IF NOT WS-RECEIPT-STATUS-OK
               OPEN OUTPUT PAYMENT-RECEIPT-FILE
           END-IF.

           OPEN OUTPUT ACH-OUTPUT-FILE.

           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF WS-DEMO-OPENED-OK
               SET WS-DEMO-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.

           PERFORM SET-DEBIT-DATE.

           MOVE WS-DEBIT-YYYYMMDD TO WS-TTL-DEBIT-DATE.
           WRITE DEBIT-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO DEBIT-REPORT-LINE.
           WRITE DEBIT-REPORT-LINE.

           PERFORM WRITE-FILE-HEADER.

           PERFORM READ-NEXT-ENROLLMENT.
           PERFORM UNTIL WS-NO-MORE-ENROLLMENTS
               ADD 1 TO WS-ENROLLMENTS-READ
               PERFORM DEBIT-ONE-ENROLLMENT THRU
                       DEBIT-ONE-ENROLLMENT-EXIT
               PERFORM READ-NEXT-ENROLLMENT
           END-PERFORM.

           IF WS-BATCH-OPEN
               PERFORM WRITE-BATCH-CONTROL
           END-IF.
           PERFORM WRITE-FILE-CONTROL.

           MOVE SPACES TO DEBIT-REPORT-LINE.
           WRITE DEBIT-REPORT-LINE.
           MOVE WS-CUSTOMERS-DEBITED    TO WS-SUM-CUSTOMERS.
           MOVE WS-INVOICES-DEBITED     TO WS-SUM-INVOICES.
           MOVE WS-TOTAL-DEBITED        TO WS-SUM-TOTAL.
           WRITE DEBIT-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-ENROLLMENTS-INACTIVE TO WS-SUM-INACTIVE.
           MOVE WS-ENROLLMENTS-NOT-DUE  TO WS-SUM-NOT-DUE.
           MOVE WS-INVOICES-DEFERRED    TO WS-SUM-DEFERRED.
           WRITE DEBIT-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-ENROLLMENTS-BARRED   TO WS-SUM-BARRED.
           WRITE DEBIT-REPORT-LINE FROM WS-SUMMARY-LINE-3.

           CLOSE AUTOPAY-FILE
                 INVOICE-MASTER-FILE
                 ACH-DEBIT-LEDGER-FILE
                 PAYMENT-RECEIPT-FILE
                 ACH-OUTPUT-FILE
                 DEBIT-REPORT-FILE.
           IF WS-DEMO-FILE-PRESENT
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      *  THE PARM CARD IS REQUIRED -- WITHOUT OUR ROUTING AND COMPANY  *
      *  ID THERE IS NO FILE THE BANK WOULD ACCEPT.                    *
      *****************************************************************
       READ-ACH-PARM.
           OPEN INPUT ACH-PARM-FILE.
           IF NOT WS-PARM-STATUS-OK
               GO TO READ-ACH-PARM-EXIT
           END-IF.
           READ ACH-PARM-FILE
               AT END GO TO CLOSE-ACH-PARM
           END-READ.
           IF AC-IMMEDIATE-DESTINATION NUMERIC AND
              AC-ODFI-ROUTING NUMERIC AND
              AC-COMPANY-ID NOT = SPACES
               MOVE 'Y' TO WS-PARM-VALID-FLAG
           END-IF.
           IF AC-LEAD-DAYS NUMERIC
               MOVE AC-LEAD-DAYS TO WS-LEAD-DAYS
           END-IF.
       CLOSE-ACH-PARM.
           CLOSE ACH-PARM-FILE.
       READ-ACH-PARM-EXIT.
           EXIT.

      *  TODAY PLUS THE LEAD DAYS, THEN FORWARD PAST ANY DAY THE
      *  CALENDAR SAYS IS NOT A BUSINESS DAY (A WEEK AT MOST).
       SET-DEBIT-DATE.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-RUN-TIME.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(WS-TODAY-INTEGER).
           COMPUTE WS-DEBIT-INTEGER = WS-TODAY-INTEGER + WS-LEAD-DAYS.

           MOVE 'D' TO WS-CAL-FUNCTION.
           MOVE 0 TO WS-ROLL-COUNT.
           MOVE 'B' TO WS-CAL-DAY-TYPE.
           PERFORM WITH TEST AFTER
                   UNTIL NOT WS-CAL-ANSWERED
                      OR WS-CAL-DAY-TYPE = 'B'
                      OR WS-ROLL-COUNT > 7
               IF WS-ROLL-COUNT > 0
                   ADD 1 TO WS-DEBIT-INTEGER
               END-IF
               ADD 1 TO WS-ROLL-COUNT
               COMPUTE WS-CAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DEBIT-INTEGER)
               CALL 'LOOKUPCALENDARDAY' USING WS-CAL-FUNCTION
                                              WS-CAL-DATE
                                              WS-CAL-DAY-TYPE
                                              WS-CAL-MONTH-END-FLAG
                                              WS-CAL-LOOKUP-STATUS
           END-PERFORM.

           COMPUTE WS-DEBIT-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DEBIT-INTEGER).
           COMPUTE WS-DEBIT-JULIAN =
               FUNCTION DAY-OF-INTEGER(WS-DEBIT-INTEGER).

           MOVE WS-TODAY-JULIAN(5:3) TO WS-TRC-DAY.
           MOVE WS-TODAY-JULIAN(5:3) TO WS-REF-DAY.
           MOVE AC-ODFI-ROUTING      TO WS-TRC-ODFI.

       READ-NEXT-ENROLLMENT.
           READ AUTOPAY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE ENROLLMENT: CHECK THE RULE, GATHER WHAT IS DUE, AND SEND  *
      *  ONE ENTRY FOR IT. THE LAST-DEBIT DATE IS STAMPED WHENEVER THE *
      *  CYCLE COMES DUE, EVEN WITH NOTHING OWED, SO AN INVOICE THAT   *
      *  FALLS DUE MID-CYCLE WAITS FOR THE NEXT OCCURRENCE. A LEGALLY  *
      *  BARRED CUSTOMER IS PASSED OVER WITHOUT THE STAMP, SO THE      *
      *  CATCH-UP RULE PICKS THE ENROLLMENT UP AGAIN ONCE THE CASE     *
      *  CLOSES.                                                       *
      *****************************************************************
       DEBIT-ONE-ENROLLMENT.
           IF NOT AP-ENROLLMENT-ACTIVE
               ADD 1 TO WS-ENROLLMENTS-INACTIVE
               GO TO DEBIT-ONE-ENROLLMENT-EXIT
           END-IF.

           PERFORM CHECK-COLLECTION-STATUS.
           IF WS-DEMO-FOUND AND CD-COLLECTION-BARRED
               ADD 1 TO WS-ENROLLMENTS-BARRED
               GO TO DEBIT-ONE-ENROLLMENT-EXIT
           END-IF.

           PERFORM CHECK-DEBIT-CYCLE.
           IF NOT WS-CYCLE-DUE
               ADD 1 TO WS-ENROLLMENTS-NOT-DUE
               GO TO DEBIT-ONE-ENROLLMENT-EXIT
           END-IF.

           PERFORM GATHER-DUE-INVOICES.

           IF WS-DEBIT-INVOICE-COUNT > 0
               PERFORM WRITE-DEBIT-ENTRY
           END-IF.

           MOVE WS-DEBIT-JULIAN TO AP-LAST-DEBIT-DATE.
           REWRITE AUTOPAY-ENROLLMENT-RECORD.

       DEBIT-ONE-ENROLLMENT-EXIT.
           EXIT.

       CHECK-COLLECTION-STATUS.
           MOVE 'N' TO WS-DEMO-FOUND-FLAG.
           IF WS-DEMO-FILE-PRESENT
               MOVE AP-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-DEMO-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
               END-READ
           END-IF.

      *  M -- THIS MONTH'S DAY (OR LAST MONTH'S, IF THIS MONTH'S IS
      *  STILL AHEAD), SHORT MONTHS DEBITING ON THEIR LAST DAY.
      *  W -- THE MOST RECENT SUCH WEEKDAY (INTEGER DAY 1 IS A
      *  MONDAY). D -- THE DEBIT DATE ITSELF. THE OCCURRENCE MUST
      *  BE LATER THAN THE LAST DEBIT AND NOT BEFORE ENROLLMENT.
       CHECK-DEBIT-CYCLE.
           MOVE 'N' TO WS-CYCLE-DUE-FLAG.
           MOVE AP-DEBIT-DAY TO WS-RULE-DAY.
           EVALUATE TRUE
               WHEN AP-DEBIT-MONTHLY
                   MOVE WS-DEBIT-YYYY TO WS-WORK-YYYY
                   MOVE WS-DEBIT-MM   TO WS-WORK-MM
                   PERFORM FIND-MONTHLY-OCCURRENCE
                   IF WS-OCCURRENCE-INTEGER > WS-DEBIT-INTEGER
                       IF WS-WORK-MM = 1
                           MOVE 12 TO WS-WORK-MM
                           SUBTRACT 1 FROM WS-WORK-YYYY
                       ELSE
                           SUBTRACT 1 FROM WS-WORK-MM
                       END-IF
                       PERFORM FIND-MONTHLY-OCCURRENCE
                   END-IF
               WHEN AP-DEBIT-WEEKLY
                   COMPUTE WS-WEEKDAY =
                       FUNCTION MOD(WS-DEBIT-INTEGER - 1, 7) + 1
                   COMPUTE WS-OCCURRENCE-INTEGER =
                       WS-DEBIT-INTEGER -
                       FUNCTION MOD(WS-WEEKDAY - WS-RULE-DAY + 7, 7)
               WHEN AP-DEBIT-AS-DUE
                   MOVE WS-DEBIT-INTEGER TO WS-OCCURRENCE-INTEGER
               WHEN OTHER
                   MOVE 0 TO WS-OCCURRENCE-INTEGER
           END-EVALUATE.

           MOVE 0 TO WS-LAST-DEBIT-INTEGER.
           IF AP-LAST-DEBIT-DATE > 0
               COMPUTE WS-LAST-DEBIT-INTEGER =
                   FUNCTION INTEGER-OF-DAY(AP-LAST-DEBIT-DATE)
           END-IF.
           MOVE 0 TO WS-ENROLLED-INTEGER.
           IF AP-ENROLLED-DATE > 0
               COMPUTE WS-ENROLLED-INTEGER =
                   FUNCTION INTEGER-OF-DAY(AP-ENROLLED-DATE)
           END-IF.

           IF WS-OCCURRENCE-INTEGER > 0 AND
              WS-OCCURRENCE-INTEGER > WS-LAST-DEBIT-INTEGER AND
              WS-OCCURRENCE-INTEGER NOT < WS-ENROLLED-INTEGER
               MOVE 'Y' TO WS-CYCLE-DUE-FLAG
           END-IF.

      *  THE RULE DAY IN MONTH WS-WORK-YYYY/WS-WORK-MM, CAPPED AT
      *  THAT MONTH'S LAST DAY.
       FIND-MONTHLY-OCCURRENCE.
           MOVE 1 TO WS-WORK-DD.
           COMPUTE WS-MONTH-FIRST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD).
           IF WS-WORK-MM = 12
               COMPUTE WS-NEXT-FIRST-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       ((WS-WORK-YYYY + 1) * 10000 + 0101)
           ELSE
               COMPUTE WS-NEXT-FIRST-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (WS-WORK-YYYYMMDD + 100)
           END-IF.
           COMPUTE WS-MONTH-DAYS =
               WS-NEXT-FIRST-INTEGER - WS-MONTH-FIRST-INTEGER.
           IF WS-RULE-DAY > WS-MONTH-DAYS
               COMPUTE WS-OCCURRENCE-INTEGER =
                   WS-MONTH-FIRST-INTEGER + WS-MONTH-DAYS - 1
           ELSE
               COMPUTE WS-OCCURRENCE-INTEGER =
                   WS-MONTH-FIRST-INTEGER + WS-RULE-DAY - 1
           END-IF.

      *  WALK THE CUSTOMER'S INVOICES IN KEY ORDER (OLDEST BILLING
      *  FIRST) AND TABLE EVERY OPEN USD CHARGE DUE BY THE DEBIT
      *  DATE -- THE SAME SELECTION CASHAPP1'S MATCHING PASS USES,
      *  LESS ANYTHING ON HOLD. NO DUE DATE MEANS NET 30.
       GATHER-DUE-INVOICES.
           MOVE 0 TO WS-DEBIT-INVOICE-COUNT.
           MOVE 0 TO WS-ENTRY-TOTAL.
           MOVE AP-CUSTOMER-NUMBER TO IM-CUSTOMER-NUMBER.
           MOVE 0 TO IM-INVOICE-NUMBER.
           MOVE 'Y' TO WS-MORE-INVOICES-FLAG.

           START INVOICE-MASTER-FILE KEY IS NOT LESS THAN IM-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-INVOICES-FLAG
           END-START.

           PERFORM UNTIL NOT WS-MORE-INVOICES
               READ INVOICE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-INVOICES-FLAG
               END-READ
               IF WS-MORE-INVOICES
                   IF IM-CUSTOMER-NUMBER = AP-CUSTOMER-NUMBER
                       PERFORM GATHER-ONE-INVOICE THRU
                               GATHER-ONE-INVOICE-EXIT
                   ELSE
                       MOVE 'N' TO WS-MORE-INVOICES-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       GATHER-ONE-INVOICE.
           IF IM-INVOICE-PAID OR NOT IM-TYPE-CHARGE OR
              IM-INVOICE-ON-HOLD OR
              IM-INVOICE-CURRENCY-CODE NOT = 'USD'
               GO TO GATHER-ONE-INVOICE-EXIT
           END-IF.

           COMPUTE WS-RESIDUAL =
               IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT
                   - IM-AMOUNT-PAID.
           IF WS-RESIDUAL NOT > 0
               GO TO GATHER-ONE-INVOICE-EXIT
           END-IF.

           IF IM-DUE-DATE > 0
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DAY(IM-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE) + 30
           END-IF.
           IF WS-DUE-INTEGER > WS-DEBIT-INTEGER
               GO TO GATHER-ONE-INVOICE-EXIT
           END-IF.

           IF WS-DEBIT-INVOICE-COUNT NOT < WS-MAX-DEBIT-INVOICES OR
              WS-ENTRY-TOTAL + WS-RESIDUAL > WS-ENTRY-CAP
               ADD 1 TO WS-INVOICES-DEFERRED
               MOVE IM-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER
               MOVE IM-INVOICE-NUMBER  TO WS-DTL-INVOICE-NUMBER
               MOVE 0                  TO WS-DTL-TRACE-NUMBER
               MOVE WS-RESIDUAL        TO WS-DTL-AMOUNT
               MOVE 'ENTRY FULL, LEFT FOR NEXT CYCLE'
                   TO WS-DTL-MESSAGE
               WRITE DEBIT-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO GATHER-ONE-INVOICE-EXIT
           END-IF.

           ADD 1 TO WS-DEBIT-INVOICE-COUNT.
           MOVE IM-INVOICE-NUMBER
               TO WS-DBI-INVOICE-NUMBER (WS-DEBIT-INVOICE-COUNT).
           MOVE WS-RESIDUAL
               TO WS-DBI-AMOUNT (WS-DEBIT-INVOICE-COUNT).
           ADD WS-RESIDUAL TO WS-ENTRY-TOTAL.

       GATHER-ONE-INVOICE-EXIT.
           EXIT.

      *****************************************************************
      *  ONE NACHA ENTRY FOR THE CUSTOMER'S TOTAL, THEN A PENDING      *
      *  RECEIPT AND A LEDGER ROW FOR EACH INVOICE IT PAYS.            *
      *****************************************************************
       WRITE-DEBIT-ENTRY.
           IF NOT WS-BATCH-OPEN
               PERFORM WRITE-BATCH-HEADER
           END-IF.

           ADD 1 TO WS-ENTRY-SEQUENCE.
           MOVE WS-ENTRY-SEQUENCE TO WS-TRC-SEQUENCE.
           MOVE WS-ENTRY-SEQUENCE TO WS-REF-SEQUENCE.

           IF AP-ACCOUNT-SAVINGS
               MOVE '37' TO ED-TRANSACTION-CODE
           ELSE
               MOVE '27' TO ED-TRANSACTION-CODE
           END-IF.
           MOVE AP-BANK-ROUTING-NUMBER(1:8) TO ED-RDFI-ROUTING.
           MOVE AP-BANK-ROUTING-NUMBER(9:1) TO ED-CHECK-DIGIT.
           MOVE AP-BANK-ACCOUNT-NUMBER      TO ED-ACCOUNT-NUMBER.
           COMPUTE WS-ENTRY-CENTS = WS-ENTRY-TOTAL * 100.
           MOVE WS-ENTRY-CENTS              TO ED-AMOUNT.
           MOVE SPACES                      TO ED-INDIVIDUAL-ID.
           MOVE AP-CUSTOMER-NUMBER          TO ED-INDIVIDUAL-ID(1:9).
           MOVE AP-ACCOUNT-HOLDER-NAME      TO ED-INDIVIDUAL-NAME.
           MOVE WS-TRACE-NUMBER             TO ED-TRACE-NUMBER.
           WRITE ACH-OUTPUT-RECORD FROM ACH-ENTRY-DETAIL.
           ADD 1 TO WS-RECORD-COUNT.

           ADD 1 TO WS-ENTRY-COUNT.
           MOVE AP-BANK-ROUTING-NUMBER(1:8) TO WS-RDFI-NUMBER.
           ADD WS-RDFI-NUMBER TO WS-ENTRY-HASH-TOTAL.
           ADD WS-ENTRY-CENTS TO WS-TOTAL-DEBIT-CENTS.

           ADD 1 TO WS-CUSTOMERS-DEBITED.
           ADD WS-ENTRY-TOTAL TO WS-TOTAL-DEBITED.

           PERFORM VARYING WS-DBX FROM 1 BY 1
                   UNTIL WS-DBX > WS-DEBIT-INVOICE-COUNT
               PERFORM WRITE-PENDING-RECEIPT
           END-PERFORM.

       WRITE-PENDING-RECEIPT.
           MOVE AP-CUSTOMER-NUMBER           TO PR-CUSTOMER-NUMBER.
           MOVE WS-DBI-INVOICE-NUMBER (WS-DBX) TO PR-INVOICE-NUMBER.
           MOVE WS-DEBIT-JULIAN              TO PR-PAYMENT-DATE.
           MOVE WS-DBI-AMOUNT (WS-DBX)       TO PR-PAYMENT-AMOUNT.
           MOVE WS-PAYMENT-REFERENCE         TO PR-PAYMENT-REFERENCE.
           SET PR-RECEIPT-PENDING            TO TRUE.
           MOVE SPACES                       TO PR-COMPANY-CODE.
           MOVE SPACES                       TO PR-SUBMISSION-KEY.
           WRITE PAYMENT-RECEIPT-RECORD.

      *  A TRACE NUMBER REUSED A YEAR ON FINDS LAST YEAR'S SETTLED
      *  ROW UNDER ITS KEY -- REPLACE IT.
           MOVE WS-TRACE-NUMBER              TO AD-TRACE-NUMBER.
           MOVE WS-DBI-INVOICE-NUMBER (WS-DBX) TO AD-INVOICE-NUMBER.
           MOVE AP-CUSTOMER-NUMBER           TO AD-CUSTOMER-NUMBER.
           MOVE WS-DEBIT-JULIAN              TO AD-DEBIT-DATE.
           MOVE WS-DBI-AMOUNT (WS-DBX)       TO AD-DEBIT-AMOUNT.
           MOVE WS-PAYMENT-REFERENCE         TO AD-PAYMENT-REFERENCE.
           SET AD-DEBIT-PENDING              TO TRUE.
           MOVE SPACES                       TO AD-RETURN-REASON.
           MOVE 0                            TO AD-RETURN-DATE.
           WRITE ACH-DEBIT-RECORD
               INVALID KEY
                   REWRITE ACH-DEBIT-RECORD
           END-WRITE.

           ADD 1 TO WS-INVOICES-DEBITED.
           MOVE AP-CUSTOMER-NUMBER           TO WS-DTL-CUSTOMER-NUMBER.
           MOVE WS-DBI-INVOICE-NUMBER (WS-DBX)
               TO WS-DTL-INVOICE-NUMBER.
           MOVE WS-TRACE-NUMBER              TO WS-DTL-TRACE-NUMBER.
           MOVE WS-DBI-AMOUNT (WS-DBX)       TO WS-DTL-AMOUNT.
           MOVE 'DEBITED, RECEIPT PENDING'   TO WS-DTL-MESSAGE.
           WRITE DEBIT-REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-FILE-HEADER.
           MOVE AC-IMMEDIATE-DESTINATION  TO FH-IMMEDIATE-DESTINATION.
           MOVE AC-IMMEDIATE-ORIGIN       TO FH-IMMEDIATE-ORIGIN.
           MOVE WS-TODAY-YYYYMMDD(3:6)    TO FH-CREATION-DATE.
           MOVE WS-RUN-TIME               TO FH-CREATION-TIME.
           MOVE AC-DESTINATION-NAME       TO FH-DESTINATION-NAME.
           MOVE AC-ORIGIN-NAME            TO FH-ORIGIN-NAME.
           WRITE ACH-OUTPUT-RECORD FROM ACH-FILE-HEADER.
           ADD 1 TO WS-RECORD-COUNT.

      *  ONE DEBIT-ONLY PPD BATCH PER FILE, OPENED ON THE FIRST
      *  ENTRY SO A RUN WITH NOTHING DUE SENDS AN EMPTY FILE.
       WRITE-BATCH-HEADER.
           MOVE AC-COMPANY-NAME           TO BH-COMPANY-NAME.
           MOVE AC-COMPANY-ID             TO BH-COMPANY-ID.
           MOVE WS-DEBIT-DATE-PARTS(3:6)  TO BH-DESCRIPTIVE-DATE.
           MOVE WS-DEBIT-DATE-PARTS(3:6)  TO BH-EFFECTIVE-DATE.
           MOVE AC-ODFI-ROUTING           TO BH-ODFI-ROUTING.
           WRITE ACH-OUTPUT-RECORD FROM ACH-BATCH-HEADER.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE 'Y' TO WS-BATCH-OPEN-FLAG.

       WRITE-BATCH-CONTROL.
           MOVE WS-ENTRY-COUNT            TO BC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH-TOTAL       TO BC-ENTRY-HASH.
           MOVE WS-TOTAL-DEBIT-CENTS      TO BC-TOTAL-DEBIT.
           MOVE AC-COMPANY-ID             TO BC-COMPANY-ID.
           MOVE AC-ODFI-ROUTING           TO BC-ODFI-ROUTING.
           WRITE ACH-OUTPUT-RECORD FROM ACH-BATCH-CONTROL.
           ADD 1 TO WS-RECORD-COUNT.

      *  THE FILE IS BLOCKED TEN RECORDS TO THE BLOCK; THE LAST
      *  BLOCK IS FILLED OUT WITH ALL-NINES RECORDS.
       WRITE-FILE-CONTROL.
           ADD 1 TO WS-RECORD-COUNT.
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10.
           IF WS-BATCH-OPEN
               MOVE 1 TO FC-BATCH-COUNT
           ELSE
               MOVE 0 TO FC-BATCH-COUNT
           END-IF.
           MOVE WS-BLOCK-COUNT            TO FC-BLOCK-COUNT.
           MOVE WS-ENTRY-COUNT            TO FC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH-TOTAL       TO FC-ENTRY-HASH.
           MOVE WS-TOTAL-DEBIT-CENTS      TO FC-TOTAL-DEBIT.
           WRITE ACH-OUTPUT-RECORD FROM ACH-FILE-CONTROL.

           COMPUTE WS-FILLER-RECORDS =
               WS-BLOCK-COUNT * 10 - WS-RECORD-COUNT.
           MOVE ALL '9' TO ACH-OUTPUT-RECORD.
           PERFORM WS-FILLER-RECORDS TIMES
               WRITE ACH-OUTPUT-RECORD
           END-PERFORM.
