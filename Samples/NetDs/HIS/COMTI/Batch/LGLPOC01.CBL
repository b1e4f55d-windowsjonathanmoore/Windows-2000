      ***********************************************************
      * LGLPOC01 -- PROOF-OF-CLAIM WORKSHEET                         *
      *                                                              *
      * WHEN A CUSTOMER FILES FOR BANKRUPTCY WE HAVE UNTIL THE       *
      * COURT'S BAR DATE TO FILE A PROOF OF CLAIM FOR WHAT THEY OWED *
      * ON THE DAY THEY FILED, AND WORKING THAT FIGURE OUT BY HAND   *
      * FROM THE CURRENT BALANCE MEANT BACKING OUT EVERYTHING THAT   *
      * HAPPENED SINCE. THIS JOB DOES IT FOR EVERY OPEN BANKRUPTCY   *
      * ON THE LEGLSTAT FILE (LEGLSTAT.cpy, KEPT BY THE LGLMNT       *
      * METHOD).                                                     *
      *                                                              *
      * THE PAYMENT HISTORY IS READ ONCE FOR THE RECEIPTS EACH       *
      * DEBTOR HAS MADE SINCE THEIR FILING DATE. THEN EACH DEBTOR'S  *
      * INVOICES ARE WALKED THE ACHDEB01 WAY: AN ITEM DATED ON OR    *
      * BEFORE THE FILING DATE WAS OPEN AT THE PETITION FOR ITS      *
      * AMOUNT AND TAX LESS WHAT HAD BEEN PAID ON IT BY THEN (AMOUNT *
      * PAID TODAY, LESS THE POST-PETITION RECEIPTS AGAINST IT),     *
      * RESTATED TO USD -- CHARGES ADD TO THE CLAIM AND CREDIT MEMOS *
      * TAKE AWAY. ITEMS DATED AFTER THE FILING ARE POST-PETITION    *
      * BUSINESS, TOTALLED SEPARATELY AND NOT PART OF THE CLAIM.     *
      * VOIDS ARE IGNORED.                                           *
      *                                                              *
      * EACH DEBTOR GETS THE CASE PARTICULARS, THE ITEMS MAKING UP   *
      * THE CLAIM, THE PRE-PETITION TOTAL AND WHETHER A CLAIM HAS    *
      * BEEN FILED YET. THE USUAL OPTIONAL PARAMETER FILE NAMES A    *
      * SINGLE CUSTOMER; MISSING OR ZERO, EVERY OPEN BANKRUPTCY IS   *
      * PRINTED.                                                     *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLPOC01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-STATUS-FILE ASSIGN TO LEGLSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEGAL-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT CLAIM-REPORT-FILE ASSIGN TO LGLPOCRP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLAIM-PARM-FILE ASSIGN TO LGLPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-STATUS-FILE.
           COPY LEGLSTAT.

       FD  INVOICE-MASTER-FILE.
           COPY INVMAST.

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  CLAIM-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CLAIM-REPORT-LINE                 PIC X(132).

      *  ZERO OR BLANK MEANS EVERY OPEN BANKRUPTCY.
       FD  CLAIM-PARM-FILE.
       01  CLAIM-PARM-RECORD.
           05  PP-CUSTOMER-NUMBER            PIC 9(9).
           05  FILLER                        PIC X(71).

       WORKING-STORAGE SECTION.
       01  WS-LEGAL-EOF-FLAG                 PIC X VALUE 'N'.
           88  WS-NO-MORE-CASES              VALUE 'Y'.
       01  WS-HISTORY-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-HISTORY            VALUE 'Y'.
       01  WS-MORE-INVOICES-FLAG             PIC X.
           88  WS-MORE-INVOICES              VALUE 'Y'.

       01  WS-LEGAL-STATUS                   PIC X(2).
           88  WS-LEGAL-STATUS-OK            VALUE '00'.
       01  WS-MASTER-STATUS                  PIC X(2).
           88  WS-MASTER-STATUS-OK           VALUE '00'.
       01  WS-HISTORY-STATUS                 PIC X(2).
           88  WS-HISTORY-OPENED-OK          VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-OPENED-OK             VALUE '00'.
       01  WS-DEMO-FILE-FLAG                 PIC X VALUE 'N'.
           88  WS-DEMO-FILE-PRESENT          VALUE 'Y'.
       01  WS-DEMO-FOUND-FLAG                PIC X.
           88  WS-DEMO-FOUND                 VALUE 'Y'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-CASE-FOUND-FLAG                PIC X.
           88  WS-CASE-FOUND                 VALUE 'Y'.

       01  WS-SELECTED-CUSTOMER              PIC 9(9) VALUE 0.
       01  WS-ITEM-YYYYMMDD                  PIC 9(8).
       01  WS-USD-AMOUNT                     PIC S9(13)V9(2) COMP-3.
       01  WS-PAID-AT-FILING                 PIC S9(13)V9(2) COMP-3.
       01  WS-OPEN-AT-FILING                 PIC S9(13)V9(2) COMP-3.
       01  WS-RECEIPTS-AFTER                 PIC S9(13)V9(2) COMP-3.

      *  ONE SLOT PER OPEN BANKRUPTCY, WITH THE FILING DATE TURNED
      *  JULIAN SO IT COMPARES STRAIGHT AGAINST THE MASTER AND THE
      *  PAYMENT HISTORY. THE CASE PARTICULARS ARE READ BACK BY KEY
      *  WHEN THE DEBTOR IS PRINTED.
       01  WS-MAX-DEBTORS                    PIC 9(4) COMP VALUE 500.
       01  WS-DEBTOR-TABLE.
           05  WS-DEBTOR-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-DEBTOR-IDX.
               10  WS-DBT-CUSTOMER-NUMBER    PIC 9(9).
               10  WS-DBT-FILING-JULIAN      PIC 9(7).
               10  WS-DBT-RECEIPTS           PIC S9(13)V9(2) COMP-3.
       01  WS-DEBTOR-COUNT                   PIC 9(4) COMP VALUE 0.
       01  WS-DEBTOR-SCAN                    PIC 9(4) COMP.
       01  WS-DEBTOR-OVERFLOW                PIC 9(9) COMP VALUE 0.
       01  WS-DEBTOR-FOUND-FLAG              PIC X.
           88  WS-DEBTOR-FOUND               VALUE 'Y'.

      *  EVERY RECEIPT A DEBTOR HAS MADE SINCE FILING, BY INVOICE --
      *  BACKED OUT OF THE INVOICE'S AMOUNT PAID TO GET WHAT HAD
      *  BEEN PAID ON IT AT THE PETITION.
       01  WS-MAX-RECEIPTS                   PIC 9(4) COMP VALUE 5000.
       01  WS-RECEIPT-TABLE.
           05  WS-RECEIPT-ENTRY OCCURS 5000 TIMES
                                       INDEXED BY WS-RECEIPT-IDX.
               10  WS-RCT-CUSTOMER-NUMBER    PIC 9(9).
               10  WS-RCT-INVOICE-NUMBER     PIC 9(10).
               10  WS-RCT-AMOUNT             PIC S9(13)V9(2) COMP-3.
       01  WS-RECEIPT-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-RECEIPT-SCAN                   PIC 9(4) COMP.
       01  WS-RECEIPT-OVERFLOW               PIC 9(9) COMP VALUE 0.

       01  WS-DEBTOR-TOTALS.
           05  WS-DEB-ITEMS                  PIC 9(9) COMP.
           05  WS-DEB-PRE-PETITION           PIC S9(13)V9(2) COMP-3.
           05  WS-DEB-POST-PETITION          PIC S9(13)V9(2) COMP-3.

       01  WS-COUNTERS.
           05  WS-DEBTORS-REPORTED           PIC 9(9) COMP VALUE 0.
           05  WS-CLAIMS-FILED               PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-PRE-PETITION         PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-CLAIMED              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                        PIC X(45)
               VALUE 'PROOF-OF-CLAIM WORKSHEET -- OPEN BANKRUPTCIES'.

       01  WS-DEBTOR-LINE.
           05  FILLER                        PIC X(8) VALUE 'DEBTOR: '.
           05  WS-DBL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DBL-LAST-NAME              PIC X(20).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DBL-FIRST-NAME             PIC X(20).

       01  WS-CASE-LINE-1.
           05  FILLER                        PIC X(12)
               VALUE '  CHAPTER:  '.
           05  WS-CS1-CHAPTER                PIC Z9.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE 'CASE: '.
           05  WS-CS1-CASE-NUMBER            PIC X(20).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE 'COURT: '.
           05  WS-CS1-COURT-DISTRICT         PIC X(20).

       01  WS-CASE-LINE-2.
           05  FILLER                        PIC X(12)
               VALUE '  FILED:    '.
           05  WS-CS2-FILING-DATE            PIC 9(8).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'BAR DATE: '.
           05  WS-CS2-BAR-DATE               PIC X(8).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'ATTORNEY: '.
           05  WS-CS2-ATTORNEY-NAME          PIC X(30).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-CS2-ATTORNEY-PHONE         PIC X(14).

       01  WS-COLUMN-LINE.
           05  FILLER                        PIC X(44)
               VALUE '    INVOICE     INV DATE  TYPE           ORI'.
           05  FILLER                        PIC X(44)
               VALUE 'GINAL   PAID AT FILING   OPEN AT FILING  CUR'.

       01  WS-ITEM-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-ITL-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ITL-INVOICE-DATE           PIC 9(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ITL-TYPE                   PIC X(6).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ITL-ORIGINAL               PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ITL-PAID-AT-FILING         PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ITL-OPEN-AT-FILING         PIC -(11)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ITL-CURRENCY               PIC X(3).

       01  WS-NO-ITEMS-LINE.
           05  FILLER                        PIC X(44)
               VALUE '    NOTHING OPEN AT THE FILING DATE'.

       01  WS-DEBTOR-TOTAL-LINE.
           05  WS-DTL-LABEL                  PIC X(32).
           05  WS-DTL-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(4) VALUE ' USD'.

       01  WS-CLAIM-FILED-LINE.
           05  FILLER                        PIC X(32)
               VALUE '  CLAIM FILED:'.
           05  WS-CFL-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(8) VALUE ' USD ON '.
           05  WS-CFL-DATE                   PIC 9(8).

       01  WS-NOT-FILED-LINE.
           05  FILLER                        PIC X(32)
               VALUE '  CLAIM FILED:'.
           05  FILLER                        PIC X(13)
               VALUE 'NOT YET FILED'.

       01  WS-EMPTY-LINE.
           05  FILLER                        PIC X(44)
               VALUE '    NO OPEN BANKRUPTCIES ON FILE'.

       01  WS-OVERFLOW-LINE.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  WS-OVF-TEXT                   PIC X(50).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'DEBTORS REPORTED:       '.
           05  WS-SUM-DEBTORS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'CLAIMS FILED:           '.
           05  WS-SUM-CLAIMS-FILED           PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'PRE-PETITION (USD):     '.
           05  WS-SUM-PRE-PETITION           PIC -(12)9.99.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'TOTAL CLAIMED (USD):    '.
           05  WS-SUM-CLAIMED                PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-CLAIM-PARM THRU READ-CLAIM-PARM-EXIT.

      *  NO LEGAL STATUS FILE YET MEANS NOBODY HAS EVER FILED.
           OPEN INPUT LEGAL-STATUS-FILE.
           IF NOT WS-LEGAL-STATUS-OK
               CLOSE LEGAL-STATUS-FILE
               DISPLAY 'LGLPOC01: NO LEGAL STATUS FILE, NOTHING TO DO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT INVOICE-MASTER-FILE.
           IF NOT WS-MASTER-STATUS-OK
               CLOSE INVOICE-MASTER-FILE
                     LEGAL-STATUS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF WS-DEMO-OPENED-OK
               SET WS-DEMO-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.

           PERFORM LOAD-DEBTOR-TABLE THRU LOAD-DEBTOR-TABLE-EXIT.
           PERFORM SCAN-PAYMENT-HISTORY THRU
                   SCAN-PAYMENT-HISTORY-EXIT.

           OPEN OUTPUT CLAIM-REPORT-FILE.
           WRITE CLAIM-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO CLAIM-REPORT-LINE.
           WRITE CLAIM-REPORT-LINE.

           IF WS-DEBTOR-COUNT = 0
               WRITE CLAIM-REPORT-LINE FROM WS-EMPTY-LINE
           END-IF.
           MOVE 0 TO WS-DEBTOR-SCAN.
           PERFORM UNTIL WS-DEBTOR-SCAN = WS-DEBTOR-COUNT
               ADD 1 TO WS-DEBTOR-SCAN
               SET WS-DEBTOR-IDX TO WS-DEBTOR-SCAN
               PERFORM REPORT-ONE-DEBTOR THRU REPORT-ONE-DEBTOR-EXIT
           END-PERFORM.

           MOVE SPACES TO CLAIM-REPORT-LINE.
           WRITE CLAIM-REPORT-LINE.
           IF WS-DEBTOR-OVERFLOW > 0
               MOVE WS-DEBTOR-OVERFLOW TO WS-OVF-COUNT
               MOVE ' OPEN CASES PAST DEBTOR TABLE BOUND, NOT REPORTED'
                   TO WS-OVF-TEXT
               WRITE CLAIM-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
           IF WS-RECEIPT-OVERFLOW > 0
               MOVE WS-RECEIPT-OVERFLOW TO WS-OVF-COUNT
               MOVE ' RECEIPTS PAST TABLE BOUND, NOT BACKED OUT'
                   TO WS-OVF-TEXT
               WRITE CLAIM-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
           MOVE WS-DEBTORS-REPORTED   TO WS-SUM-DEBTORS.
           MOVE WS-CLAIMS-FILED       TO WS-SUM-CLAIMS-FILED.
           WRITE CLAIM-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-TOTAL-PRE-PETITION TO WS-SUM-PRE-PETITION.
           MOVE WS-TOTAL-CLAIMED      TO WS-SUM-CLAIMED.
           WRITE CLAIM-REPORT-LINE FROM WS-SUMMARY-LINE-2.

      *  A DEBTOR LEFT OFF, OR A RECEIPT NOT BACKED OUT, MEANS A
      *  FIGURE ON THIS WORKSHEET IS WRONG -- A WARNING, SO THE
      *  BOUND GETS RAISED BEFORE ANYONE FILES FROM IT.
           IF WS-DEBTOR-OVERFLOW > 0 OR WS-RECEIPT-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE LEGAL-STATUS-FILE
                 INVOICE-MASTER-FILE
                 CLAIM-REPORT-FILE.
           IF WS-DEMO-FILE-PRESENT
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.
           GOBACK.

       READ-CLAIM-PARM.
           OPEN INPUT CLAIM-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-CLAIM-PARM-EXIT
           END-IF.
           READ CLAIM-PARM-FILE
               AT END GO TO CLOSE-CLAIM-PARM
           END-READ.
           IF PP-CUSTOMER-NUMBER NUMERIC
               MOVE PP-CUSTOMER-NUMBER TO WS-SELECTED-CUSTOMER
           END-IF.
       CLOSE-CLAIM-PARM.
           CLOSE CLAIM-PARM-FILE.
       READ-CLAIM-PARM-EXIT.
           EXIT.

      *  EVERY OPEN BANKRUPTCY (OR JUST THE ONE ASKED FOR). A HOLD
      *  THAT IS NOT A BANKRUPTCY HAS NO CLAIM TO FILE.
       LOAD-DEBTOR-TABLE.
           PERFORM UNTIL WS-NO-MORE-CASES
               READ LEGAL-STATUS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LEGAL-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-ONE-CASE
               END-READ
           END-PERFORM.
       LOAD-DEBTOR-TABLE-EXIT.
           EXIT.

       TAKE-ONE-CASE.
           IF LS-TYPE-BANKRUPTCY AND LS-CASE-OPEN
              AND (WS-SELECTED-CUSTOMER = 0 OR
                   WS-SELECTED-CUSTOMER = LS-CUSTOMER-NUMBER)
               IF WS-DEBTOR-COUNT < WS-MAX-DEBTORS
                   ADD 1 TO WS-DEBTOR-COUNT
                   SET WS-DEBTOR-IDX TO WS-DEBTOR-COUNT
                   MOVE LS-CUSTOMER-NUMBER
                       TO WS-DBT-CUSTOMER-NUMBER(WS-DEBTOR-IDX)
                   COMPUTE WS-DBT-FILING-JULIAN(WS-DEBTOR-IDX) =
                       FUNCTION DAY-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(LS-FILING-DATE))
                   MOVE 0 TO WS-DBT-RECEIPTS(WS-DEBTOR-IDX)
               ELSE
                   ADD 1 TO WS-DEBTOR-OVERFLOW
               END-IF
           END-IF.

      *  NO PAYMENT HISTORY JUST MEANS NOTHING TO BACK OUT.
       SCAN-PAYMENT-HISTORY.
           IF WS-DEBTOR-COUNT = 0
               GO TO SCAN-PAYMENT-HISTORY-EXIT
           END-IF.
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
                       PERFORM TAKE-ONE-PAYMENT THRU
                               TAKE-ONE-PAYMENT-EXIT
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.
       SCAN-PAYMENT-HISTORY-EXIT.
           EXIT.

      *  A DEBTOR'S RECEIPT DATED AFTER THEIR FILING DATE.
       TAKE-ONE-PAYMENT.
           MOVE 'N' TO WS-DEBTOR-FOUND-FLAG.
           MOVE 0 TO WS-DEBTOR-SCAN.
           PERFORM UNTIL WS-DEBTOR-SCAN = WS-DEBTOR-COUNT
                      OR WS-DEBTOR-FOUND
               ADD 1 TO WS-DEBTOR-SCAN
               SET WS-DEBTOR-IDX TO WS-DEBTOR-SCAN
               IF WS-DBT-CUSTOMER-NUMBER(WS-DEBTOR-IDX) =
                      PH-CUSTOMER-NUMBER
                   MOVE 'Y' TO WS-DEBTOR-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-DEBTOR-FOUND
               GO TO TAKE-ONE-PAYMENT-EXIT
           END-IF.
           IF PH-PAYMENT-DATE NOT > WS-DBT-FILING-JULIAN(WS-DEBTOR-IDX)
               GO TO TAKE-ONE-PAYMENT-EXIT
           END-IF.

           ADD PH-PAYMENT-AMOUNT TO WS-DBT-RECEIPTS(WS-DEBTOR-IDX).
           IF WS-RECEIPT-COUNT < WS-MAX-RECEIPTS
               ADD 1 TO WS-RECEIPT-COUNT
               SET WS-RECEIPT-IDX TO WS-RECEIPT-COUNT
               MOVE PH-CUSTOMER-NUMBER
                   TO WS-RCT-CUSTOMER-NUMBER(WS-RECEIPT-IDX)
               MOVE PH-INVOICE-NUMBER
                   TO WS-RCT-INVOICE-NUMBER(WS-RECEIPT-IDX)
               MOVE PH-PAYMENT-AMOUNT
                   TO WS-RCT-AMOUNT(WS-RECEIPT-IDX)
           ELSE
               ADD 1 TO WS-RECEIPT-OVERFLOW
           END-IF.
       TAKE-ONE-PAYMENT-EXIT.
           EXIT.

      *****************************************************************
      *  ONE DEBTOR: THE CASE PARTICULARS, THE ITEMS OPEN AT THE       *
      *  PETITION, THE CLAIM TOTAL AND WHERE THE CLAIM STANDS.         *
      *****************************************************************
       REPORT-ONE-DEBTOR.
           MOVE WS-DBT-CUSTOMER-NUMBER(WS-DEBTOR-IDX)
               TO LS-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-CASE-FOUND-FLAG.
           READ LEGAL-STATUS-FILE
               INVALID KEY MOVE 'N' TO WS-CASE-FOUND-FLAG
           END-READ.
           IF NOT WS-CASE-FOUND
               GO TO REPORT-ONE-DEBTOR-EXIT
           END-IF.

           MOVE SPACES TO WS-DBL-LAST-NAME WS-DBL-FIRST-NAME.
           MOVE 'N' TO WS-DEMO-FOUND-FLAG.
           IF WS-DEMO-FILE-PRESENT
               MOVE LS-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-DEMO-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-DEMO-FOUND
               MOVE CD-LAST-NAME  TO WS-DBL-LAST-NAME
               MOVE CD-FIRST-NAME TO WS-DBL-FIRST-NAME
           END-IF.
           MOVE LS-CUSTOMER-NUMBER TO WS-DBL-CUSTOMER-NUMBER.
           WRITE CLAIM-REPORT-LINE FROM WS-DEBTOR-LINE.

           MOVE LS-BANKRUPTCY-CHAPTER TO WS-CS1-CHAPTER.
           MOVE LS-CASE-NUMBER        TO WS-CS1-CASE-NUMBER.
           MOVE LS-COURT-DISTRICT     TO WS-CS1-COURT-DISTRICT.
           WRITE CLAIM-REPORT-LINE FROM WS-CASE-LINE-1.
           MOVE LS-FILING-DATE        TO WS-CS2-FILING-DATE.
           IF LS-CLAIM-BAR-DATE = 0
               MOVE 'NOT SET' TO WS-CS2-BAR-DATE
           ELSE
               MOVE LS-CLAIM-BAR-DATE TO WS-CS2-BAR-DATE
           END-IF.
           MOVE LS-ATTORNEY-NAME      TO WS-CS2-ATTORNEY-NAME.
           MOVE LS-ATTORNEY-PHONE     TO WS-CS2-ATTORNEY-PHONE.
           WRITE CLAIM-REPORT-LINE FROM WS-CASE-LINE-2.
           WRITE CLAIM-REPORT-LINE FROM WS-COLUMN-LINE.

           INITIALIZE WS-DEBTOR-TOTALS.
           PERFORM WALK-DEBTOR-INVOICES THRU
                   WALK-DEBTOR-INVOICES-EXIT.
           IF WS-DEB-ITEMS = 0
               WRITE CLAIM-REPORT-LINE FROM WS-NO-ITEMS-LINE
           END-IF.

           MOVE '  PRE-PETITION BALANCE:' TO WS-DTL-LABEL.
           MOVE WS-DEB-PRE-PETITION TO WS-DTL-AMOUNT.
           WRITE CLAIM-REPORT-LINE FROM WS-DEBTOR-TOTAL-LINE.
           MOVE '  RECEIPTS SINCE FILING:' TO WS-DTL-LABEL.
           MOVE WS-DBT-RECEIPTS(WS-DEBTOR-IDX) TO WS-DTL-AMOUNT.
           WRITE CLAIM-REPORT-LINE FROM WS-DEBTOR-TOTAL-LINE.
           MOVE '  POST-PETITION CHARGES:' TO WS-DTL-LABEL.
           MOVE WS-DEB-POST-PETITION TO WS-DTL-AMOUNT.
           WRITE CLAIM-REPORT-LINE FROM WS-DEBTOR-TOTAL-LINE.

           IF LS-CLAIM-FILED-DATE = 0
               WRITE CLAIM-REPORT-LINE FROM WS-NOT-FILED-LINE
           ELSE
               MOVE LS-CLAIM-AMOUNT     TO WS-CFL-AMOUNT
               MOVE LS-CLAIM-FILED-DATE TO WS-CFL-DATE
               WRITE CLAIM-REPORT-LINE FROM WS-CLAIM-FILED-LINE
               ADD 1 TO WS-CLAIMS-FILED
               ADD LS-CLAIM-AMOUNT TO WS-TOTAL-CLAIMED
           END-IF.
           MOVE SPACES TO CLAIM-REPORT-LINE.
           WRITE CLAIM-REPORT-LINE.

           ADD 1 TO WS-DEBTORS-REPORTED.
           ADD WS-DEB-PRE-PETITION TO WS-TOTAL-PRE-PETITION.
       REPORT-ONE-DEBTOR-EXIT.
           EXIT.

       WALK-DEBTOR-INVOICES.
           MOVE LS-CUSTOMER-NUMBER TO IM-CUSTOMER-NUMBER.
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
                   IF IM-CUSTOMER-NUMBER NOT = LS-CUSTOMER-NUMBER
                       MOVE 'N' TO WS-MORE-INVOICES-FLAG
                   ELSE
                       PERFORM PRICE-ONE-ITEM THRU
                               PRICE-ONE-ITEM-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       WALK-DEBTOR-INVOICES-EXIT.
           EXIT.

      *****************************************************************
      *  ONE OF THE DEBTOR'S ITEMS. AFTER THE FILING DATE IT IS        *
      *  POST-PETITION BUSINESS; ON OR BEFORE, WHAT WAS STILL OPEN ON  *
      *  IT THAT DAY GOES ON THE CLAIM.                                *
      *****************************************************************
       PRICE-ONE-ITEM.
           IF NOT IM-TYPE-CHARGE AND NOT IM-TYPE-CREDIT-MEMO
               GO TO PRICE-ONE-ITEM-EXIT
           END-IF.

           IF IM-INVOICE-DATE > WS-DBT-FILING-JULIAN(WS-DEBTOR-IDX)
               IF IM-TYPE-CHARGE
                   COMPUTE WS-USD-AMOUNT ROUNDED =
                       (IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT)
                           * IM-INVOICE-EXCHANGE-RATE
                   ADD WS-USD-AMOUNT TO WS-DEB-POST-PETITION
               END-IF
               GO TO PRICE-ONE-ITEM-EXIT
           END-IF.

           MOVE 0 TO WS-RECEIPTS-AFTER.
           MOVE 0 TO WS-RECEIPT-SCAN.
           PERFORM UNTIL WS-RECEIPT-SCAN = WS-RECEIPT-COUNT
               ADD 1 TO WS-RECEIPT-SCAN
               SET WS-RECEIPT-IDX TO WS-RECEIPT-SCAN
               IF WS-RCT-CUSTOMER-NUMBER(WS-RECEIPT-IDX) =
                      IM-CUSTOMER-NUMBER AND
                  WS-RCT-INVOICE-NUMBER(WS-RECEIPT-IDX) =
                      IM-INVOICE-NUMBER
                   ADD WS-RCT-AMOUNT(WS-RECEIPT-IDX)
                       TO WS-RECEIPTS-AFTER
               END-IF
           END-PERFORM.

           COMPUTE WS-PAID-AT-FILING =
               IM-AMOUNT-PAID - WS-RECEIPTS-AFTER.
           COMPUTE WS-OPEN-AT-FILING =
               IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT
                   - WS-PAID-AT-FILING.
           IF WS-OPEN-AT-FILING = 0
               GO TO PRICE-ONE-ITEM-EXIT
           END-IF.

           COMPUTE WS-USD-AMOUNT ROUNDED =
               WS-OPEN-AT-FILING * IM-INVOICE-EXCHANGE-RATE.
           IF IM-TYPE-CHARGE
               ADD WS-USD-AMOUNT TO WS-DEB-PRE-PETITION
               MOVE 'CHARGE' TO WS-ITL-TYPE
           ELSE
               SUBTRACT WS-USD-AMOUNT FROM WS-DEB-PRE-PETITION
               MOVE 'CREDIT' TO WS-ITL-TYPE
           END-IF.

           MOVE IM-INVOICE-NUMBER TO WS-ITL-INVOICE-NUMBER.
           COMPUTE WS-ITEM-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE)).
           MOVE WS-ITEM-YYYYMMDD TO WS-ITL-INVOICE-DATE.
           COMPUTE WS-ITL-ORIGINAL =
               IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT.
           MOVE WS-PAID-AT-FILING TO WS-ITL-PAID-AT-FILING.
           MOVE WS-OPEN-AT-FILING TO WS-ITL-OPEN-AT-FILING.
           MOVE IM-INVOICE-CURRENCY-CODE TO WS-ITL-CURRENCY.
           WRITE CLAIM-REPORT-LINE FROM WS-ITEM-LINE.
           ADD 1 TO WS-DEB-ITEMS.
       PRICE-ONE-ITEM-EXIT.
           EXIT.
