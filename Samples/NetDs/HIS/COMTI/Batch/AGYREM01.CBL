      ***********************************************************
      * AGYREM01 -- COLLECTION-AGENCY REMITTANCE IMPORT              *
      *                                                              *
      * THE AGENCY SENDS ONE REMITTANCE FILE A MONTH: WHAT IT        *
      * COLLECTED FROM EACH ACCOUNT WE PLACED WITH IT (AGYPLC01),    *
      * THE COMMISSION IT KEPT, AND THE ACCOUNTS IT IS GIVING BACK.  *
      * THE CHEQUE IT SENDS IS THE COLLECTIONS NET OF ITS            *
      * COMMISSION, BUT THE DEBTOR PAID THE GROSS AMOUNT AND OWES    *
      * THAT MUCH LESS. THIS JOB READS THE FILE AND, FOR EACH        *
      * COLLECTION ROW ON A LIVE PLACEMENT WITH THAT AGENCY:         *
      *     - APPENDS A PAYRCPT.cpy RECEIPT FOR THE GROSS AMOUNT     *
      *       TO THE RAW RECEIPT FILE (PAYRCPIN), THE EDIREM01       *
      *       WAY, SO PAYGATE1 AND CASHAPP1 APPLY IT TO THE          *
      *       DEBTOR'S ITEMS LIKE ANY OTHER PAYMENT (INVOICE ZERO    *
      *       IS LEFT FOR CASHAPP1'S MATCHING PASS)                  *
      *     - ADDS THE COMMISSION TO THE DAY'S AGCM TOTAL FOR THE    *
      *       AGENCY AND THE DEBTOR'S COMPANY                        *
      *     - ADDS BOTH TO THE AGYPLAC.cpy PLACEMENT'S TOTALS        *
      * THE COMMISSION TOTALS GO TO GLEXTR01 ON THE GLFEED.cpy SIDE  *
      * FEED, ONE RECORD PER AGENCY AND COMPANY WITH THE AGENCY ID   *
      * AS THE PRODUCT CODE, BOOKING COMMISSION EXPENSE AGAINST CASH *
      * -- SO CASH NETS TO THE CHEQUE ACTUALLY BANKED. A RETURN ROW  *
      * MARKS THE PLACEMENT RETURNED AND CLEARS                      *
      * CD-PLACED-WITH-AGENCY ON THE CUSTDEMO.cpy MASTER (STAMPED    *
      * AND JOURNALED), PUTTING THE ACCOUNT BACK INTO THE LETTERS,   *
      * FINANCE CHARGES AND STATEMENTS.                              *
      *                                                              *
      * A ROW FOR AN ACCOUNT NOT PLACED, PLACED WITH ANOTHER AGENCY  *
      * OR ALREADY RETURNED, OR WITH A BAD AMOUNT, IS REJECTED ONTO  *
      * THE REGISTER AND GRADES THE RUN 4, AS DOES A MISSING         *
      * REMITTANCE FILE. WITHOUT THE CUSTOMER MASTER, THE PLACEMENT  *
      * MASTER OR THE SIDE FEED NOTHING CAN BE POSTED SAFELY, SO THE *
      * RUN STOPS WITH CONDITION CODE 8. A SAME-DAY RERUN REPLACES   *
      * THE DAY'S COMMISSION RECORDS ON THE SIDE FEED, AND PAYGATE1  *
      * REFUSES ITS RECEIPTS AS REFERENCES ALREADY SEEN.             *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYREM01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE ASSIGN TO AGYREMIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT PLACEMENT-MASTER-FILE ASSIGN TO AGYPLAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-CUSTOMER-NUMBER
               FILE STATUS IS WS-PLACEMENT-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT RAW-RECEIPT-FILE ASSIGN TO PAYRCPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT GL-SIDE-FEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT REMITTANCE-REGISTER-FILE ASSIGN TO AGYRMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  ONE ROW PER COLLECTION OR RETURNED ACCOUNT, IN THE FIXED
      *  LAYOUT AGREED WITH THE AGENCY. AMOUNTS ARE USD; THE
      *  INVOICE IS ZERO WHEN THE AGENCY DID NOT SAY WHAT THE
      *  DEBTOR WAS PAYING.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05  RM-RECORD-TYPE                PIC X(1).
               88  RM-COLLECTION                 VALUE 'C'.
               88  RM-ACCOUNT-RETURNED           VALUE 'R'.
           05  RM-AGENCY-ID                  PIC X(8).
           05  RM-CUSTOMER-NUMBER            PIC 9(9).
           05  RM-INVOICE-NUMBER             PIC 9(10).
           05  RM-ACTIVITY-DATE              PIC 9(8).
           05  RM-GROSS-COLLECTED            PIC 9(11)V9(2).
           05  RM-COMMISSION                 PIC 9(11)V9(2).
           05  RM-REFERENCE                  PIC X(12).
           05  FILLER                        PIC X(6).

       FD  PLACEMENT-MASTER-FILE.
           COPY AGYPLAC.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  RAW-RECEIPT-FILE.
           COPY PAYRCPT.

       FD  GL-SIDE-FEED-FILE.
           COPY GLFEED.

       FD  REMITTANCE-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REMITTANCE-REGISTER-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-ROWS               VALUE 'Y'.

       01  WS-REMIT-STATUS                   PIC X(2).
           88  WS-REMIT-STATUS-OK            VALUE '00'.
       01  WS-PLACEMENT-STATUS               PIC X(2).
           88  WS-PLACEMENT-STATUS-OK        VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-RECEIPT-STATUS                 PIC X(2).
           88  WS-RECEIPT-STATUS-OK          VALUE '00'.
       01  WS-FEED-STATUS                    PIC X(2).
           88  WS-FEED-STATUS-OK             VALUE '00'.
       01  WS-FOUND-FLAG                     PIC X.
           88  WS-RECORD-FOUND               VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).
       01  WS-ACTIVITY-DATE                  PIC 9(8).
       01  WS-ACTIVITY-JULIAN                PIC 9(7).
       01  WS-MODIFICATION-STAMP             PIC 9(14).

       01  WS-NET-REMITTED                   PIC S9(13)V9(2) COMP-3.
       01  WS-REJECT-REASON                  PIC X(30).

      *  THE DAY'S COMMISSION, ONE SLOT PER AGENCY AND COMPANY --
      *  EACH SLOT BECOMES ONE AGCM SIDE-FEED RECORD AT END OF RUN.
       01  WS-MAX-COMMISSION                 PIC 9(4) COMP VALUE 100.
       01  WS-COMMISSION-TABLE.
           05  WS-COMMISSION-ENTRY OCCURS 100 TIMES
                                       INDEXED BY WS-COM-IDX.
               10  WS-COM-AGENCY-ID          PIC X(8).
               10  WS-COM-COMPANY-CODE       PIC X(2).
               10  WS-COM-AMOUNT             PIC S9(13)V9(2) COMP-3.
       01  WS-COMMISSION-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-COMMISSION-SLOT                PIC 9(4) COMP.
       01  WS-COMMISSION-SCAN                PIC 9(4) COMP.
       01  WS-COMPANY-CODE                   PIC X(2).

      *  RETURNS ARE JOURNALED THROUGH WRITECUSTJOURNAL SO CUSTRCV1
      *  CAN ROLL A RESTORED DEMOGRAPHIC MASTER FORWARD.
       01  WS-JOURNAL-ACTION                 PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'AGYREM01'.
       01  WS-JOURNAL-BEFORE                 PIC X(300).
       01  WS-JOURNAL-AFTER                  PIC X(300).

       01  WS-COUNTERS.
           05  WS-ROWS-READ                  PIC 9(9) COMP VALUE 0.
           05  WS-COLLECTIONS-POSTED         PIC 9(9) COMP VALUE 0.
           05  WS-ACCOUNTS-RETURNED          PIC 9(9) COMP VALUE 0.
           05  WS-ROWS-REJECTED              PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-GROSS                PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-COMMISSION           PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-NET                  PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'COLLECTION-AGENCY REMITTANCE REGISTER'.

       01  WS-HEADING-LINE.
           05  FILLER                        PIC X(36)
               VALUE 'ACTION      AGENCY    CUSTOMER   INV'.
           05  FILLER                        PIC X(36)
               VALUE 'OICE                GROSS        COM'.
           05  FILLER                        PIC X(36)
               VALUE 'MISSION               NET  NOTE     '.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION                 PIC X(10).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-AGENCY-ID              PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-GROSS                  PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-COMMISSION             PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-NET                    PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-NOTE                   PIC X(30).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'COLLECTIONS POSTED:     '.
           05  WS-SUM-POSTED                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'GROSS COLLECTED:        '.
           05  WS-SUM-GROSS                  PIC -(12)9.99.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'ACCOUNTS RETURNED:      '.
           05  WS-SUM-RETURNED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'AGENCY COMMISSION:      '.
           05  WS-SUM-COMMISSION             PIC -(12)9.99.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                        PIC X(24)
               VALUE 'ROWS REJECTED:          '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'NET REMITTED:           '.
           05  WS-SUM-NET                    PIC -(12)9.99.

       01  WS-NO-REMITTANCE-LINE.
           05  FILLER                        PIC X(44)
               VALUE 'NO REMITTANCE FILE -- NOTHING POSTED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT REMITTANCE-REGISTER-FILE.
           WRITE REMITTANCE-REGISTER-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO REMITTANCE-REGISTER-LINE.
           WRITE REMITTANCE-REGISTER-LINE.

           OPEN INPUT REMITTANCE-FILE.
           IF NOT WS-REMIT-STATUS-OK
               CLOSE REMITTANCE-FILE
               WRITE REMITTANCE-REGISTER-LINE
                   FROM WS-NO-REMITTANCE-LINE
               CLOSE REMITTANCE-REGISTER-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O PLACEMENT-MASTER-FILE.
           IF NOT WS-PLACEMENT-STATUS-OK
               CLOSE PLACEMENT-MASTER-FILE
                     REMITTANCE-FILE
                     REMITTANCE-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CUSTOMER-DEMOGRAPHIC-FILE.
           IF NOT WS-DEMO-STATUS-OK
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
                     PLACEMENT-MASTER-FILE
                     REMITTANCE-FILE
                     REMITTANCE-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *  WITHOUT THE SIDE FEED THE COMMISSION COULD NOT REACH THE
      *  LEDGER AND CASH WOULD BE BOOKED GROSS, SO THE STEP STOPS
      *  THE CHAIN.
           OPEN EXTEND GL-SIDE-FEED-FILE.
           IF NOT WS-FEED-STATUS-OK
               OPEN OUTPUT GL-SIDE-FEED-FILE
               IF NOT WS-FEED-STATUS-OK
                   CLOSE GL-SIDE-FEED-FILE
                         CUSTOMER-DEMOGRAPHIC-FILE
                         PLACEMENT-MASTER-FILE
                         REMITTANCE-FILE
                         REMITTANCE-REGISTER-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      *  JOIN THE DAY'S RAW RECEIPT FILE AHEAD OF PAYGATE1 -- THE
      *  USUAL FIRST-EVER CREATE FALLBACK WHEN NOTHING HAS WRITTEN
      *  ONE YET.
           OPEN EXTEND RAW-RECEIPT-FILE.
           IF NOT WS-RECEIPT-STATUS-OK
               OPEN OUTPUT RAW-RECEIPT-FILE
           END-IF.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-MODIFICATION-STAMP.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).

           WRITE REMITTANCE-REGISTER-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REMITTANCE-REGISTER-LINE.
           WRITE REMITTANCE-REGISTER-LINE.

           PERFORM READ-NEXT-ROW.
           PERFORM UNTIL WS-NO-MORE-ROWS
               ADD 1 TO WS-ROWS-READ
               PERFORM PROCESS-ONE-ROW THRU PROCESS-ONE-ROW-EXIT
               PERFORM READ-NEXT-ROW
           END-PERFORM.

           PERFORM VARYING WS-COMMISSION-SCAN FROM 1 BY 1
                   UNTIL WS-COMMISSION-SCAN > WS-COMMISSION-COUNT
               PERFORM WRITE-COMMISSION-FEED
           END-PERFORM.

           MOVE SPACES TO REMITTANCE-REGISTER-LINE.
           WRITE REMITTANCE-REGISTER-LINE.
           MOVE WS-COLLECTIONS-POSTED TO WS-SUM-POSTED.
           MOVE WS-TOTAL-GROSS        TO WS-SUM-GROSS.
           WRITE REMITTANCE-REGISTER-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-ACCOUNTS-RETURNED  TO WS-SUM-RETURNED.
           MOVE WS-TOTAL-COMMISSION   TO WS-SUM-COMMISSION.
           WRITE REMITTANCE-REGISTER-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-ROWS-REJECTED      TO WS-SUM-REJECTED.
           MOVE WS-TOTAL-NET          TO WS-SUM-NET.
           WRITE REMITTANCE-REGISTER-LINE FROM WS-SUMMARY-LINE-3.

           CLOSE REMITTANCE-FILE
                 PLACEMENT-MASTER-FILE
                 CUSTOMER-DEMOGRAPHIC-FILE
                 RAW-RECEIPT-FILE
                 GL-SIDE-FEED-FILE
                 REMITTANCE-REGISTER-FILE.

           IF WS-ROWS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-NEXT-ROW.
           READ REMITTANCE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE REMITTANCE ROW: IT MUST NAME A LIVE PLACEMENT WITH THE    *
      *  SAME AGENCY. A COLLECTION BECOMES A GROSS RECEIPT AND A       *
      *  COMMISSION ACCRUAL; A RETURN GIVES THE ACCOUNT BACK.          *
      *****************************************************************
       PROCESS-ONE-ROW.
           MOVE 0 TO WS-NET-REMITTED.
           IF NOT RM-COLLECTION AND NOT RM-ACCOUNT-RETURNED
               MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
               GO TO REJECT-THE-ROW
           END-IF.

           MOVE RM-CUSTOMER-NUMBER TO AP-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-FOUND-FLAG.
           READ PLACEMENT-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
           END-READ.
           IF NOT WS-RECORD-FOUND
               MOVE 'ACCOUNT NOT PLACED' TO WS-REJECT-REASON
               GO TO REJECT-THE-ROW
           END-IF.
           IF AP-AGENCY-ID NOT = RM-AGENCY-ID
               MOVE 'PLACED WITH ANOTHER AGENCY' TO WS-REJECT-REASON
               GO TO REJECT-THE-ROW
           END-IF.
           IF AP-RETURNED
               MOVE 'ACCOUNT ALREADY RETURNED' TO WS-REJECT-REASON
               GO TO REJECT-THE-ROW
           END-IF.

      *  AN UNUSABLE ACTIVITY DATE IS TAKEN AS TODAY.
           MOVE WS-TODAY-YYYYMMDD TO WS-ACTIVITY-DATE.
           MOVE WS-TODAY-JULIAN   TO WS-ACTIVITY-JULIAN.
           IF RM-ACTIVITY-DATE NUMERIC AND RM-ACTIVITY-DATE > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(RM-ACTIVITY-DATE) = 0
                   MOVE RM-ACTIVITY-DATE TO WS-ACTIVITY-DATE
                   COMPUTE WS-ACTIVITY-JULIAN =
                       FUNCTION DAY-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE))
               END-IF
           END-IF.

           MOVE RM-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-FOUND-FLAG.
           READ CUSTOMER-DEMOGRAPHIC-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
           END-READ.

           IF RM-ACCOUNT-RETURNED
               PERFORM RETURN-THE-ACCOUNT
               GO TO PROCESS-ONE-ROW-EXIT
           END-IF.

           IF RM-GROSS-COLLECTED NOT NUMERIC OR
              RM-GROSS-COLLECTED = 0
               MOVE 'COLLECTED AMOUNT NOT POSITIVE' TO WS-REJECT-REASON
               GO TO REJECT-THE-ROW
           END-IF.
           IF RM-COMMISSION NOT NUMERIC OR
              RM-COMMISSION > RM-GROSS-COLLECTED
               MOVE 'COMMISSION EXCEEDS COLLECTION' TO WS-REJECT-REASON
               GO TO REJECT-THE-ROW
           END-IF.
           IF RM-REFERENCE = SPACES
               MOVE 'NO PAYMENT REFERENCE' TO WS-REJECT-REASON
               GO TO REJECT-THE-ROW
           END-IF.

           MOVE SPACES TO WS-COMPANY-CODE.
           IF WS-RECORD-FOUND
               MOVE CD-COMPANY-CODE TO WS-COMPANY-CODE
           END-IF.
           IF RM-COMMISSION > 0
               PERFORM FIND-COMMISSION-SLOT
               IF WS-COMMISSION-SLOT = 0
                   MOVE 'COMMISSION TABLE FULL' TO WS-REJECT-REASON
                   GO TO REJECT-THE-ROW
               END-IF
               ADD RM-COMMISSION TO WS-COM-AMOUNT(WS-COMMISSION-SLOT)
           END-IF.

           PERFORM POST-THE-COLLECTION.
           GO TO PROCESS-ONE-ROW-EXIT.

       REJECT-THE-ROW.
           ADD 1 TO WS-ROWS-REJECTED.
           MOVE 'REJECTED'       TO WS-DTL-ACTION.
           MOVE WS-REJECT-REASON TO WS-DTL-NOTE.
           PERFORM WRITE-DETAIL-LINE.

       PROCESS-ONE-ROW-EXIT.
           EXIT.

      *  THE DEBTOR PAID THE GROSS, SO THE RECEIPT IS FOR THE GROSS;
      *  WHAT THE AGENCY KEPT IS BOOKED SEPARATELY AS COMMISSION.
       POST-THE-COLLECTION.
           MOVE RM-CUSTOMER-NUMBER    TO PR-CUSTOMER-NUMBER.
           MOVE RM-INVOICE-NUMBER     TO PR-INVOICE-NUMBER.
           MOVE WS-ACTIVITY-JULIAN    TO PR-PAYMENT-DATE.
           MOVE RM-GROSS-COLLECTED    TO PR-PAYMENT-AMOUNT.
           MOVE RM-REFERENCE          TO PR-PAYMENT-REFERENCE.
           MOVE SPACE                 TO PR-RECEIPT-STATUS.
           MOVE WS-COMPANY-CODE       TO PR-COMPANY-CODE.
           MOVE SPACES                TO PR-SUBMISSION-KEY.
           WRITE PAYMENT-RECEIPT-RECORD.

           ADD RM-GROSS-COLLECTED TO AP-COLLECTED-TO-DATE.
           ADD RM-COMMISSION      TO AP-COMMISSION-TO-DATE.
           MOVE WS-ACTIVITY-DATE  TO AP-LAST-REMITTANCE-DATE.
           REWRITE AGENCY-PLACEMENT-RECORD.

           COMPUTE WS-NET-REMITTED =
               RM-GROSS-COLLECTED - RM-COMMISSION.
           ADD 1 TO WS-COLLECTIONS-POSTED.
           ADD RM-GROSS-COLLECTED TO WS-TOTAL-GROSS.
           ADD RM-COMMISSION      TO WS-TOTAL-COMMISSION.
           ADD WS-NET-REMITTED    TO WS-TOTAL-NET.

           MOVE 'COLLECTED' TO WS-DTL-ACTION.
           MOVE SPACES      TO WS-DTL-NOTE.
           PERFORM WRITE-DETAIL-LINE.

      *  THE AGENCY IS GIVING THE ACCOUNT BACK -- CLOSE THE
      *  PLACEMENT AND LIFT THE AGENCY FLAG SO THE ACCOUNT RETURNS
      *  TO THE NORMAL LETTERS, FINANCE CHARGES AND STATEMENTS. A
      *  BANKRUPTCY FLAG SET WHILE IT WAS OUT IS LEFT ALONE.
       RETURN-THE-ACCOUNT.
           SET AP-RETURNED       TO TRUE.
           MOVE WS-ACTIVITY-DATE TO AP-RETURN-DATE.
           REWRITE AGENCY-PLACEMENT-RECORD.

           MOVE SPACES TO WS-DTL-NOTE.
           IF WS-RECORD-FOUND AND CD-PLACED-WITH-AGENCY
               MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-BEFORE
               SET CD-COLLECTION-NORMAL TO TRUE
               MOVE WS-MODIFICATION-STAMP TO CD-MODIFICATION-STAMP
               REWRITE CUSTOMER-DEMOGRAPHIC-RECORD
               MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-AFTER
               CALL 'WRITECUSTJOURNAL' USING WS-JOURNAL-ACTION
                                             WS-JOURNAL-PROGRAM
                                             WS-JOURNAL-BEFORE
                                             WS-JOURNAL-AFTER
           ELSE
               MOVE 'CUSTOMER FLAG NOT CHANGED' TO WS-DTL-NOTE
           END-IF.

           ADD 1 TO WS-ACCOUNTS-RETURNED.
           MOVE 'RETURNED' TO WS-DTL-ACTION.
           PERFORM WRITE-DETAIL-LINE.

      *  THE SLOT FOR THIS AGENCY AND COMPANY, OPENING A NEW ONE IF
      *  NEED BE. ZERO MEANS THE TABLE IS FULL.
       FIND-COMMISSION-SLOT.
           MOVE 0 TO WS-COMMISSION-SLOT.
           PERFORM VARYING WS-COMMISSION-SCAN FROM 1 BY 1
                   UNTIL WS-COMMISSION-SCAN > WS-COMMISSION-COUNT
                      OR WS-COMMISSION-SLOT > 0
               IF WS-COM-AGENCY-ID(WS-COMMISSION-SCAN) = RM-AGENCY-ID
                  AND WS-COM-COMPANY-CODE(WS-COMMISSION-SCAN) =
                       WS-COMPANY-CODE
                   MOVE WS-COMMISSION-SCAN TO WS-COMMISSION-SLOT
               END-IF
           END-PERFORM.

           IF WS-COMMISSION-SLOT = 0 AND
              WS-COMMISSION-COUNT < WS-MAX-COMMISSION
               ADD 1 TO WS-COMMISSION-COUNT
               MOVE WS-COMMISSION-COUNT TO WS-COMMISSION-SLOT
               MOVE RM-AGENCY-ID
                   TO WS-COM-AGENCY-ID(WS-COMMISSION-SLOT)
               MOVE WS-COMPANY-CODE
                   TO WS-COM-COMPANY-CODE(WS-COMMISSION-SLOT)
               MOVE 0 TO WS-COM-AMOUNT(WS-COMMISSION-SLOT)
           END-IF.

      *  ONE AGCM RECORD PER AGENCY AND COMPANY: A POSITIVE AMOUNT
      *  BOOKS COMMISSION EXPENSE AGAINST CASH ON GLMAP.
       WRITE-COMMISSION-FEED.
           MOVE WS-TODAY-YYYYMMDD     TO GF-FEED-DATE.
           MOVE 'AGYREM01'            TO GF-SOURCE-PROGRAM.
           MOVE 'AGCM'                TO GF-ACTIVITY-CODE.
           MOVE WS-COM-AGENCY-ID(WS-COMMISSION-SCAN)
               TO GF-PRODUCT-CODE.
           MOVE 0                     TO GF-CUSTOMER-NUMBER.
           MOVE 0                     TO GF-INVOICE-NUMBER.
           MOVE WS-COM-AMOUNT(WS-COMMISSION-SCAN) TO GF-AMOUNT.
           MOVE WS-COM-COMPANY-CODE(WS-COMMISSION-SCAN)
               TO GF-COMPANY-CODE.
           WRITE GL-SIDE-FEED-RECORD.

       WRITE-DETAIL-LINE.
           MOVE RM-AGENCY-ID       TO WS-DTL-AGENCY-ID.
           MOVE RM-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE RM-INVOICE-NUMBER  TO WS-DTL-INVOICE-NUMBER.
           IF RM-COLLECTION AND RM-GROSS-COLLECTED NUMERIC
               MOVE RM-GROSS-COLLECTED TO WS-DTL-GROSS
           ELSE
               MOVE 0 TO WS-DTL-GROSS
           END-IF.
           IF RM-COLLECTION AND RM-COMMISSION NUMERIC
               MOVE RM-COMMISSION TO WS-DTL-COMMISSION
           ELSE
               MOVE 0 TO WS-DTL-COMMISSION
           END-IF.
           MOVE WS-NET-REMITTED    TO WS-DTL-NET.
           WRITE REMITTANCE-REGISTER-LINE FROM WS-DETAIL-LINE.
