      *   02 CUSTOMER NUMBER FAILED ITS CHECK DIGIT                  *
      *   03 CUSTOMER+INVOICE KEY IS NOT ON THE MASTER               *
      *   04 PAYMENT AMOUNT IS NOT POSITIVE                          *
      * CODE 03 IS NO LONGER A REJECTION: A BLANK OR WRONG INVOICE   *
      * NUMBER IS EXACTLY WHAT CASHAPP1'S MATCHING PASS RESOLVES, SO *
      * THE RECEIPT PASSES THROUGH AND IS ONLY LISTED ON THE REPORT  *
      * (IT DOES NOT COUNT TOWARD THE RETURN CODE).                  *
      * A RECEIPT TAKEN BY THE SENDPAY ONLINE INTAKE THAT IS         *
      * REJECTED HERE HAS ITS PAYSUB.cpy STATUS ROW MARKED REJECTED  *
      * WITH THE REASON, SO THE CLIENT'S PAYINQ INQUIRY SAYS WHY.    *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYGATE1.
           SELECT THRESHOLD-PARM-FILE ASSIGN TO THRSPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-PARM-STATUS.
           SELECT PAYMENT-SUBMISSION-FILE ASSIGN TO PAYSUB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-PAYSUB-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TP-SEVERE-THRESHOLD           PIC 9(9).
           05  FILLER                        PIC X(71).

       FD  PAYMENT-SUBMISSION-FILE.
           COPY PAYSUB.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECEIPTS           VALUE 'Y'.

       01  WS-REASON-CODE                    PIC X(2).
           88  WS-RECEIPT-CLEAN              VALUE SPACES.
           88  WS-RECEIPT-FOR-MATCHING       VALUE '03'.

       01  WS-VALCUSNO-STATUS                PIC X(2).
           88  WS-VALCUSNO-OK                VALUE '00'.

      *  A RECEIPT CARRYING A SUBMISSION KEY CAME THROUGH THE
      *  SENDPAY INTAKE -- A REJECT FLIPS ITS PENDING PAYSUB ROW SO
      *  THE CLIENT'S PAYINQ INQUIRY SAYS WHY. NO STATUS FILE JUST
      *  MEANS NO ONLINE PAYMENTS HAVE BEEN TAKEN YET.
       01  WS-PAYSUB-STATUS                  PIC X(2).
           88  WS-PAYSUB-STATUS-OK           VALUE '00'.
       01  WS-PAYSUB-OPEN-FLAG               PIC X VALUE 'N'.
           88  WS-PAYSUB-OPEN                VALUE 'Y'.
       01  WS-PAYSUB-FOUND-FLAG              PIC X.
           88  WS-PAYSUB-FOUND               VALUE 'Y'.

      *  GRADED CONDITION CODE FOR THE SCHEDULER AND THE CHAIN
      *  DRIVER: 0 WHEN CLEAN, 4 WHEN REJECTS WERE FOUND, 8 WHEN
      *  THEY PASS THE SEVERE THRESHOLD -- SAME CONVENTION AS
                                              VALUE 0.
           05  WS-CASH-REJECTED              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-RECEIPTS-FOR-MATCHING      PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'CASH REJECTED:      '.
           05  WS-SUM-CASH-REJECTED          PIC -(12)9.99.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                        PIC X(20)
               VALUE 'SENT TO MATCHING:   '.
           05  WS-SUM-FOR-MATCHING           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-THRESHOLD-PARM THRU
                OUTPUT VALIDATED-RECEIPT-FILE
                       REJECTION-REPORT-FILE.

           OPEN I-O PAYMENT-SUBMISSION-FILE.
           IF WS-PAYSUB-STATUS-OK
               SET WS-PAYSUB-OPEN TO TRUE
           ELSE
               CLOSE PAYMENT-SUBMISSION-FILE
           END-IF.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
           PERFORM UNTIL WS-NO-MORE-RECEIPTS
               ADD 1 TO WS-RECEIPTS-READ
               PERFORM VALIDATE-ONE-RECEIPT
               EVALUATE TRUE
                   WHEN WS-RECEIPT-CLEAN
                       PERFORM PASS-THIS-RECEIPT
                   WHEN WS-RECEIPT-FOR-MATCHING
                       PERFORM PASS-THIS-RECEIPT
                       PERFORM LIST-RECEIPT-FOR-MATCHING
                   WHEN OTHER
                       PERFORM REJECT-THIS-RECEIPT
               END-EVALUATE
               PERFORM READ-NEXT-RECEIPT
           END-PERFORM.

           MOVE WS-CASH-PASSED       TO WS-SUM-CASH-PASSED.
           MOVE WS-CASH-REJECTED     TO WS-SUM-CASH-REJECTED.
           WRITE REJECTION-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-RECEIPTS-FOR-MATCHING TO WS-SUM-FOR-MATCHING.
           WRITE REJECTION-REPORT-LINE FROM WS-SUMMARY-LINE-3.

           IF WS-PAYSUB-OPEN
               CLOSE PAYMENT-SUBMISSION-FILE
           END-IF.
           CLOSE RAW-RECEIPT-FILE
                 REFERENCE-HISTORY-FILE
                 INVOICE-MASTER-FILE
               END-IF
           END-IF.

      *  A BLANK INVOICE NUMBER HAS NO KEY TO LOOK UP AT ALL.
           IF WS-RECEIPT-CLEAN AND PR-INVOICE-NUMBER NOT NUMERIC
               MOVE '03' TO WS-REASON-CODE
           END-IF.

      *  INVOICE ZERO IS LOCKBOX1'S ON-ACCOUNT CONVENTION -- THERE
      *  IS DELIBERATELY NO MASTER RECORD FOR IT TO MATCH.
           IF WS-RECEIPT-CLEAN AND PR-INVOICE-NUMBER NOT = 0
           END-EVALUATE.
           WRITE REJECTION-REPORT-LINE FROM WS-REJECT-LINE.

           IF WS-PAYSUB-OPEN AND PR-SUBMISSION-ID NOT = SPACES
               PERFORM RECORD-SUBMISSION-REJECT
           END-IF.

      *  THE INTAKE WROTE THE PENDING ROW; A REJECT FOR A ROW IT
      *  SOMEHOW NEVER WROTE IS CREATED RATHER THAN LOST -- THE
      *  SAME RULE INVPOST1 FOLLOWS FOR SUBSTAT.
       RECORD-SUBMISSION-REJECT.
           MOVE PR-SUBMISSION-ID  TO PS-SUBMISSION-ID.
           MOVE PR-SUBMISSION-ROW TO PS-ROW-NUMBER.
           MOVE 'Y' TO WS-PAYSUB-FOUND-FLAG.
           READ PAYMENT-SUBMISSION-FILE
               INVALID KEY MOVE 'N' TO WS-PAYSUB-FOUND-FLAG
           END-READ.

           IF NOT WS-PAYSUB-FOUND
               MOVE PR-SUBMISSION-ID     TO PS-SUBMISSION-ID
               MOVE PR-SUBMISSION-ROW    TO PS-ROW-NUMBER
               MOVE PR-CUSTOMER-NUMBER   TO PS-CUSTOMER-NUMBER
               MOVE PR-INVOICE-NUMBER    TO PS-INVOICE-NUMBER
               MOVE PR-PAYMENT-AMOUNT    TO PS-PAYMENT-AMOUNT
               MOVE PR-PAYMENT-REFERENCE TO PS-PAYMENT-REFERENCE
               MOVE WS-TODAY-YYYYMMDD    TO PS-SUBMIT-DATE
           END-IF.

           MOVE 'R'           TO PS-ROW-STATUS.
           MOVE WS-REJ-REASON TO PS-REASON.

           IF WS-PAYSUB-FOUND
               REWRITE PAYMENT-SUBMISSION-RECORD
           ELSE
               WRITE PAYMENT-SUBMISSION-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      *  A KEY NOT ON THE MASTER HAS ALREADY PASSED -- IT IS LISTED
      *  SO TREASURY CAN SEE WHAT WENT TO CASHAPP1 FOR MATCHING.
       LIST-RECEIPT-FOR-MATCHING.
           ADD 1 TO WS-RECEIPTS-FOR-MATCHING.
           MOVE PR-CUSTOMER-NUMBER   TO WS-REJ-CUSTOMER-NUMBER.
           IF PR-INVOICE-NUMBER NUMERIC
               MOVE PR-INVOICE-NUMBER TO WS-REJ-INVOICE-NUMBER
           ELSE
               MOVE 0 TO WS-REJ-INVOICE-NUMBER
           END-IF.
           MOVE PR-PAYMENT-REFERENCE TO WS-REJ-REFERENCE.
           MOVE PR-PAYMENT-AMOUNT    TO WS-REJ-AMOUNT.
           MOVE 'KEY NOT ON MASTER, SENT TO CASH MATCHING'
               TO WS-REJ-REASON.
           WRITE REJECTION-REPORT-LINE FROM WS-REJECT-LINE.

       READ-THRESHOLD-PARM.
           OPEN INPUT THRESHOLD-PARM-FILE.
           IF NOT WS-THRESHOLD-PARM-OPENED-OK
