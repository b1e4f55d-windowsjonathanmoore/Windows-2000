      ***********************************************************
      * CSHMAPL1 -- RELEASE ACCEPTED CASH MATCHES TO CASHAPP1       *
      *                                                             *
      * THE COMPANION TO CASHAPP1'S MATCHING PASS: READS THE        *
      * CSHMREV REVIEW FILE (CSHMTCH.cpy) AFTER A CLERK HAS MARKED  *
      * IT UP AND TURNS EACH ACCEPTED ROW INTO ONE PAYRCPT.cpy      *
      * RECEIPT AGAINST THE SUGGESTED INVOICE, FOR THE AMOUNT THE   *
      * SUGGESTION WOULD APPLY, CARRYING THE ORIGINAL PAYMENT DATE  *
      * AND REFERENCE. THE RECEIPTS ARE APPENDED TO THE PAYRCPT     *
      * FILE CASHAPP1 READS, SO THIS STEP RUNS AFTER PAYGATE1 (OR   *
      * LOCKBOX1) HAS WRITTEN THE DAY'S FILE AND AHEAD OF CASHAPP1, *
      * WHICH REWRITES THE REVIEW FILE WITH THE DAY'S NEW           *
      * SUGGESTIONS. THE RECEIPTS DO NOT GO BACK THROUGH PAYGATE1   *
      * -- THEIR REFERENCES WERE ALREADY PASSED ONCE AND WOULD BE   *
      * REJECTED AS A REPLAY. PENDING AND REJECTED ROWS ARE COUNTED *
      * AND LEFT ALONE; THAT MONEY IS ALREADY ON CASHAPP1'S         *
      * UNAPPLIED REPORT FOR THE CLERKS TO RESEARCH BY HAND. AN     *
      * ACCEPTED ROW WITH A DAMAGED INVOICE NUMBER OR AMOUNT IS     *
      * LISTED AND SKIPPED, AND THE RUN ENDS WITH RETURN-CODE 4.    *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSHMAPL1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-REVIEW-FILE ASSIGN TO CSHMREV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-RECEIPT-FILE ASSIGN TO PAYRCPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT RELEASE-REPORT-FILE ASSIGN TO CSHMARPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-REVIEW-FILE.
           COPY CSHMTCH.

       FD  PAYMENT-RECEIPT-FILE.
           COPY PAYRCPT.

       FD  RELEASE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RELEASE-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-MATCHES            VALUE 'Y'.

       01  WS-RECEIPT-STATUS                 PIC X(2).
           88  WS-RECEIPT-STATUS-OK          VALUE '00'.

       01  WS-COUNTERS.
           05  WS-MATCHES-READ               PIC 9(9) COMP VALUE 0.
           05  WS-MATCHES-RELEASED           PIC 9(9) COMP VALUE 0.
           05  WS-MATCHES-DAMAGED            PIC 9(9) COMP VALUE 0.
           05  WS-LEFT-PENDING               PIC 9(9) COMP VALUE 0.
           05  WS-LEFT-REJECTED              PIC 9(9) COMP VALUE 0.
           05  WS-CASH-RELEASED              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'ACCEPTED CASH MATCH RELEASE REGISTER'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-REFERENCE              PIC X(12).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-INVOICE-NUMBER         PIC X(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-METHOD                 PIC X(1).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-CONFIDENCE             PIC X(1).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-MESSAGE                PIC X(40).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(20)
               VALUE 'ROWS RELEASED:      '.
           05  WS-SUM-RELEASED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'CASH RELEASED:      '.
           05  WS-SUM-CASH                   PIC -(12)9.99.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(20)
               VALUE 'LEFT PENDING:       '.
           05  WS-SUM-PENDING                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'REJECTED BY CLERK:  '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'DAMAGED, SKIPPED:   '.
           05  WS-SUM-DAMAGED                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT MATCH-REVIEW-FILE
                OUTPUT RELEASE-REPORT-FILE.

      *  APPEND TO THE DAY'S RECEIPT FILE -- THE USUAL FIRST-EVER
      *  CREATE FALLBACK WHEN NOTHING HAS WRITTEN ONE YET.
           OPEN EXTEND PAYMENT-RECEIPT-FILE.
           IF NOT WS-RECEIPT-STATUS-OK
               OPEN OUTPUT PAYMENT-RECEIPT-FILE
           END-IF.

           WRITE RELEASE-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           WRITE RELEASE-REPORT-LINE.

           PERFORM READ-NEXT-MATCH.
           PERFORM UNTIL WS-NO-MORE-MATCHES
               ADD 1 TO WS-MATCHES-READ
               EVALUATE TRUE
                   WHEN CM-ACCEPTED
                       PERFORM RELEASE-ONE-MATCH THRU
                               RELEASE-ONE-MATCH-EXIT
                   WHEN CM-REJECTED
                       ADD 1 TO WS-LEFT-REJECTED
                   WHEN OTHER
                       ADD 1 TO WS-LEFT-PENDING
               END-EVALUATE
               PERFORM READ-NEXT-MATCH
           END-PERFORM.

           MOVE SPACES TO RELEASE-REPORT-LINE.
           WRITE RELEASE-REPORT-LINE.
           MOVE WS-MATCHES-RELEASED TO WS-SUM-RELEASED.
           MOVE WS-CASH-RELEASED    TO WS-SUM-CASH.
           WRITE RELEASE-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-LEFT-PENDING     TO WS-SUM-PENDING.
           MOVE WS-LEFT-REJECTED    TO WS-SUM-REJECTED.
           MOVE WS-MATCHES-DAMAGED  TO WS-SUM-DAMAGED.
           WRITE RELEASE-REPORT-LINE FROM WS-SUMMARY-LINE-2.

           CLOSE MATCH-REVIEW-FILE
                 PAYMENT-RECEIPT-FILE
                 RELEASE-REPORT-FILE.
           IF WS-MATCHES-DAMAGED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-NEXT-MATCH.
           READ MATCH-REVIEW-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE ACCEPTED ROW BECOMES ONE RECEIPT NAMING THE SUGGESTED     *
      *  INVOICE. THE CLERK EDITED THIS FILE BY HAND, SO THE KEY AND   *
      *  AMOUNT ARE CHECKED BEFORE ANY MONEY MOVES.                    *
      *****************************************************************
       RELEASE-ONE-MATCH.
           MOVE CM-CUSTOMER-NUMBER   TO WS-DTL-CUSTOMER-NUMBER.
           MOVE CM-PAYMENT-REFERENCE TO WS-DTL-REFERENCE.
           MOVE CM-INVOICE-NUMBER    TO WS-DTL-INVOICE-NUMBER.
           MOVE CM-MATCH-METHOD      TO WS-DTL-METHOD.
           MOVE CM-CONFIDENCE        TO WS-DTL-CONFIDENCE.
           MOVE 0                    TO WS-DTL-AMOUNT.

           IF CM-CUSTOMER-NUMBER NOT NUMERIC OR
              CM-INVOICE-NUMBER NOT NUMERIC OR
              CM-PAYMENT-DATE NOT NUMERIC OR
              CM-APPLY-AMOUNT NOT NUMERIC
               ADD 1 TO WS-MATCHES-DAMAGED
               MOVE 'ROW DAMAGED IN REVIEW, NOT RELEASED'
                   TO WS-DTL-MESSAGE
               WRITE RELEASE-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO RELEASE-ONE-MATCH-EXIT
           END-IF.

           MOVE CM-APPLY-AMOUNT TO WS-DTL-AMOUNT.
           IF CM-INVOICE-NUMBER = 0 OR CM-APPLY-AMOUNT = 0
               ADD 1 TO WS-MATCHES-DAMAGED
               MOVE 'NO INVOICE OR AMOUNT, NOT RELEASED'
                   TO WS-DTL-MESSAGE
               WRITE RELEASE-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO RELEASE-ONE-MATCH-EXIT
           END-IF.

           MOVE CM-CUSTOMER-NUMBER   TO PR-CUSTOMER-NUMBER.
           MOVE CM-INVOICE-NUMBER    TO PR-INVOICE-NUMBER.
           MOVE CM-PAYMENT-DATE      TO PR-PAYMENT-DATE.
           MOVE CM-APPLY-AMOUNT      TO PR-PAYMENT-AMOUNT.
           MOVE CM-PAYMENT-REFERENCE TO PR-PAYMENT-REFERENCE.
           MOVE SPACE                TO PR-RECEIPT-STATUS.
           MOVE SPACES               TO PR-COMPANY-CODE.
           MOVE SPACES               TO PR-SUBMISSION-KEY.
           WRITE PAYMENT-RECEIPT-RECORD.
           ADD 1 TO WS-MATCHES-RELEASED.
           ADD CM-APPLY-AMOUNT TO WS-CASH-RELEASED.

           MOVE 'RELEASED TO CASH APPLICATION' TO WS-DTL-MESSAGE.
           WRITE RELEASE-REPORT-LINE FROM WS-DETAIL-LINE.

       RELEASE-ONE-MATCH-EXIT.
           EXIT.
