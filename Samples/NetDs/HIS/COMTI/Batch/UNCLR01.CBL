      ***********************************************************
      * UNCLR01 -- CLEAR REMITTED UNCLAIMED PROPERTY                 *
      *                                                              *
      * THE COMPANION TO UNCLM01: READS THE UNCLPROP CANDIDATE FILE  *
      * AFTER FINANCE HAS MARKED IT UP FROM THE STATE FILING AND     *
      * CLEARS ONLY THE ROWS FLIPPED TO REMITTED. THE REMITTED       *
      * AMOUNT MAY BE LESS THAN WHAT WAS REPORTED (THE OWNER SPENT   *
      * SOME OF IT IN THE MEANTIME) BUT NEVER MORE, AND MUST BE      *
      * POSITIVE -- ANYTHING ELSE IS SKIPPED AND REPORTED. EACH      *
      * CLEARED ROW GETS THE SAME OFFSET REFUND01 WRITES FOR A       *
      * REFUND CHECK: A USD IM-TYPE-CHARGE TRANSACTION (NUMBERED BY  *
      * CREATEINVOICENUMBER, PRODUCT CODE 'ESCHEAT') FOR INVPOST1,   *
      * WHICH DRAWS THE ON-ACCOUNT MONEY DOWN FIRST, WITH CRAPPLY1   *
      * NETTING ANY REMAINING CREDITS AGAINST IT. THE AUDIT TRAIL IS *
      * A PERMANENT REMITTANCE HISTORY, EXTENDED EVERY RUN, TYING    *
      * EACH STATE PAYMENT TO ITS OFFSETTING INVOICE, PLUS ONE LINE  *
      * ON THE CLEARING REGISTER.                                    *
      *                                                              *
      * A ROW FOR AN UNCASHED REFUND CHECK (UC-CHECK-NUMBER SET)     *
      * GETS NO OFFSET: THE REFUND'S OWN OFFSET TOOK THE CREDIT OFF  *
      * THE LEDGER WHEN THE CHECK WAS CUT. INSTEAD THE CHECK IS      *
      * MARKED ESCHEATED ON THE CHKREG.cpy REGISTER, AND IS IN THE   *
      * HISTORY BY BANK ACCOUNT AND CHECK NUMBER.                    *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNCLR01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPERTY-FILE ASSIGN TO UNCLPROP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-TRANSACTION-FILE ASSIGN TO UNCLTRN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMITTANCE-HISTORY-FILE ASSIGN TO UNCLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CLEARING-REGISTER-FILE ASSIGN TO UNCLRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPERTY-FILE.
           COPY UNCLPROP.

       FD  ESCHEAT-TRANSACTION-FILE.
           COPY INVTRAN.

      *  ONE HISTORY RECORD PER AMOUNT PAID OVER TO A STATE -- WHO,
      *  WHICH STATE, HOW MUCH, THE FILING IT CAME FROM AND THE
      *  INVOICE THAT TOOK IT OFF THE LEDGER.
       FD  REMITTANCE-HISTORY-FILE.
       01  REMITTANCE-HISTORY-RECORD.
           05  UH-CLEARED-DATE               PIC 9(8).
           05  UH-CUSTOMER-NUMBER            PIC 9(9).
           05  UH-ADDRESS-STATE              PIC X(2).
           05  UH-REMITTED-AMOUNT            PIC 9(11)V9(2).
           05  UH-REPORTED-AMOUNT            PIC 9(11)V9(2).
           05  UH-AS-OF-DATE                 PIC 9(8).
           05  UH-OFFSET-INVOICE-NUMBER      PIC 9(10).
           05  UH-BANK-ACCOUNT               PIC X(17).
           05  UH-CHECK-NUMBER               PIC 9(10).

       FD  CLEARING-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CLEARING-REGISTER-LINE            PIC X(132).

       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-PROPERTIES         VALUE 'Y'.

       01  WS-HISTORY-STATUS                 PIC X(2).
           88  WS-HISTORY-STATUS-OK          VALUE '00'.
       01  WS-REGISTER-STATUS                PIC X(2).
           88  WS-REGISTER-STATUS-OK         VALUE '00'.
       01  WS-REGISTER-FILE-PRESENT          PIC X VALUE 'N'.
           88  WS-REGISTER-PRESENT           VALUE 'Y'.
       01  WS-REGISTER-FOUND-FLAG            PIC X.
           88  WS-REGISTER-FOUND             VALUE 'Y'.

       01  WS-CRINVNO-STATUS                 PIC X(2).
           88  WS-CRINVNO-OK                 VALUE '00'.
       01  WS-CRINVNO-CALLER                 PIC X(8)
                                              VALUE 'UNCLR01'.
       01  WS-NEW-INVOICE-NUMBER             PIC 9(10).

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).

       01  WS-COUNTERS.
           05  WS-ROWS-READ                  PIC 9(9) COMP VALUE 0.
           05  WS-ROWS-CLEARED               PIC 9(9) COMP VALUE 0.
           05  WS-ROWS-SKIPPED               PIC 9(9) COMP VALUE 0.
           05  WS-ROWS-NOT-REMITTED          PIC 9(9) COMP VALUE 0.
           05  WS-CHECKS-NOT-MARKED          PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-CLEARED              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'UNCLAIMED-PROPERTY REMITTANCE CLEARING REGISTER'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-STATE                  PIC X(2).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-OFFSET-NUMBER          PIC 9(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-MESSAGE                PIC X(40).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(17)
               VALUE 'ROWS CLEARED:    '.
           05  WS-SUM-CLEARED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'ROWS SKIPPED:    '.
           05  WS-SUM-SKIPPED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(22)
               VALUE 'NOT MARKED REMITTED:  '.
           05  WS-SUM-NOT-REMITTED           PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(17)
               VALUE 'TOTAL CLEARED:   '.
           05  WS-SUM-TOTAL                  PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN EXTEND REMITTANCE-HISTORY-FILE.
           IF NOT WS-HISTORY-STATUS-OK
               OPEN OUTPUT REMITTANCE-HISTORY-FILE
               IF NOT WS-HISTORY-STATUS-OK
                   CLOSE REMITTANCE-HISTORY-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT PROPERTY-FILE
                OUTPUT ESCHEAT-TRANSACTION-FILE
                       CLEARING-REGISTER-FILE.
           OPEN I-O CHECK-REGISTER-FILE.
           IF WS-REGISTER-STATUS-OK
               SET WS-REGISTER-PRESENT TO TRUE
           ELSE
               CLOSE CHECK-REGISTER-FILE
           END-IF.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).

           WRITE CLEARING-REGISTER-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO CLEARING-REGISTER-LINE.
           WRITE CLEARING-REGISTER-LINE.

           PERFORM READ-NEXT-PROPERTY.
           PERFORM UNTIL WS-NO-MORE-PROPERTIES
               ADD 1 TO WS-ROWS-READ
               PERFORM CLEAR-ONE-PROPERTY THRU
                       CLEAR-ONE-PROPERTY-EXIT
               PERFORM READ-NEXT-PROPERTY
           END-PERFORM.

           MOVE SPACES TO CLEARING-REGISTER-LINE.
           WRITE CLEARING-REGISTER-LINE.
           MOVE WS-ROWS-CLEARED      TO WS-SUM-CLEARED.
           MOVE WS-ROWS-SKIPPED      TO WS-SUM-SKIPPED.
           MOVE WS-ROWS-NOT-REMITTED TO WS-SUM-NOT-REMITTED.
           WRITE CLEARING-REGISTER-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-TOTAL-CLEARED     TO WS-SUM-TOTAL.
           WRITE CLEARING-REGISTER-LINE FROM WS-SUMMARY-LINE-2.

           IF WS-ROWS-SKIPPED > 0 OR WS-CHECKS-NOT-MARKED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           CLOSE PROPERTY-FILE
                 ESCHEAT-TRANSACTION-FILE
                 REMITTANCE-HISTORY-FILE
                 CLEARING-REGISTER-FILE.
           IF WS-REGISTER-PRESENT
               CLOSE CHECK-REGISTER-FILE
           END-IF.
           GOBACK.

       READ-NEXT-PROPERTY.
           READ PROPERTY-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE REVIEWED ROW -- ONLY A REMITTED ROW WITH A SENSIBLE       *
      *  REMITTED AMOUNT IS CLEARED OFF THE LEDGER.                    *
      *****************************************************************
       CLEAR-ONE-PROPERTY.
           IF NOT UC-REMITTED
               ADD 1 TO WS-ROWS-NOT-REMITTED
               GO TO CLEAR-ONE-PROPERTY-EXIT
           END-IF.

           MOVE UC-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE UC-ADDRESS-STATE   TO WS-DTL-STATE.
           MOVE 0                  TO WS-DTL-OFFSET-NUMBER.

           IF UC-REMITTED-AMOUNT NOT NUMERIC
               ADD 1 TO WS-ROWS-SKIPPED
               MOVE 0 TO WS-DTL-AMOUNT
               MOVE 'SKIPPED, REMITTED AMOUNT NOT NUMERIC'
                   TO WS-DTL-MESSAGE
               WRITE CLEARING-REGISTER-LINE FROM WS-DETAIL-LINE
               GO TO CLEAR-ONE-PROPERTY-EXIT
           END-IF.

           MOVE UC-REMITTED-AMOUNT TO WS-DTL-AMOUNT.
           IF UC-REMITTED-AMOUNT = 0
               ADD 1 TO WS-ROWS-SKIPPED
               MOVE 'SKIPPED, NO REMITTED AMOUNT'
                   TO WS-DTL-MESSAGE
               WRITE CLEARING-REGISTER-LINE FROM WS-DETAIL-LINE
               GO TO CLEAR-ONE-PROPERTY-EXIT
           END-IF.

           IF UC-REMITTED-AMOUNT > UC-PROPERTY-AMOUNT
               ADD 1 TO WS-ROWS-SKIPPED
               MOVE 'SKIPPED, REMITTED MORE THAN REPORTED'
                   TO WS-DTL-MESSAGE
               WRITE CLEARING-REGISTER-LINE FROM WS-DETAIL-LINE
               GO TO CLEAR-ONE-PROPERTY-EXIT
           END-IF.

           IF UC-CHECK-NUMBER NUMERIC AND UC-CHECK-NUMBER > 0
               PERFORM CLEAR-ONE-CHECK
               GO TO CLEAR-ONE-PROPERTY-EXIT
           END-IF.

           CALL 'CREATEINVOICENUMBER'
               USING WS-NEW-INVOICE-NUMBER WS-CRINVNO-STATUS
                     UC-COMPANY-CODE
                     WS-CRINVNO-CALLER.
           IF NOT WS-CRINVNO-OK
               ADD 1 TO WS-ROWS-SKIPPED
               MOVE 'SKIPPED, NO INVOICE NUMBER ISSUED'
                   TO WS-DTL-MESSAGE
               WRITE CLEARING-REGISTER-LINE FROM WS-DETAIL-LINE
               GO TO CLEAR-ONE-PROPERTY-EXIT
           END-IF.

      *  THE OFFSET IS A USD CHARGE FOR THE AMOUNT PAID OVER, SO THE
      *  CREDIT THE STATE NOW HOLDS NETS OFF THE CUSTOMER'S LEDGER.
      *  INVPOST1 POSTS PRODUCT CODE 'ESCHEAT' TAX-FREE, AS IT DOES
      *  'REFUND' -- NEITHER IS A SALE.
           INITIALIZE INVOICE-TRANSACTION-RECORD.
           MOVE 'A'                   TO TR-ACTION.
           MOVE UC-CUSTOMER-NUMBER    TO TR-CUSTOMER-NUMBER.
           MOVE WS-NEW-INVOICE-NUMBER TO TR-INVOICE-NUMBER.
           MOVE WS-TODAY-JULIAN       TO TR-INVOICE-DATE.
           MOVE UC-REMITTED-AMOUNT    TO TR-INVOICE-AMOUNT.
           MOVE 'USD'                 TO TR-INVOICE-CURRENCY-CODE.
           MOVE 1                     TO TR-INVOICE-EXCHANGE-RATE.
           MOVE 'C'                   TO TR-INVOICE-TRANSACTION-TYPE.
           MOVE 'ESCHEAT'             TO TR-INVOICE-PRODUCT-CODE.
           MOVE 'UNCLAIMED PROPERTY REMITTED TO THE STATE'
               TO TR-INVOICE-DESCRIPTION.
           MOVE UC-COMPANY-CODE       TO TR-COMPANY-CODE.
           WRITE INVOICE-TRANSACTION-RECORD.

           MOVE WS-TODAY-YYYYMMDD     TO UH-CLEARED-DATE.
           MOVE UC-CUSTOMER-NUMBER    TO UH-CUSTOMER-NUMBER.
           MOVE UC-ADDRESS-STATE      TO UH-ADDRESS-STATE.
           MOVE UC-REMITTED-AMOUNT    TO UH-REMITTED-AMOUNT.
           MOVE UC-PROPERTY-AMOUNT    TO UH-REPORTED-AMOUNT.
           MOVE UC-AS-OF-DATE         TO UH-AS-OF-DATE.
           MOVE WS-NEW-INVOICE-NUMBER TO UH-OFFSET-INVOICE-NUMBER.
           MOVE SPACES                TO UH-BANK-ACCOUNT.
           MOVE 0                     TO UH-CHECK-NUMBER.
           WRITE REMITTANCE-HISTORY-RECORD.

           ADD 1 TO WS-ROWS-CLEARED.
           ADD UC-REMITTED-AMOUNT TO WS-TOTAL-CLEARED.

           MOVE WS-NEW-INVOICE-NUMBER TO WS-DTL-OFFSET-NUMBER.
           MOVE 'CLEARED' TO WS-DTL-MESSAGE.
           WRITE CLEARING-REGISTER-LINE FROM WS-DETAIL-LINE.

       CLEAR-ONE-PROPERTY-EXIT.
           EXIT.

      *  AN UNCASHED REFUND CHECK PAID OVER TO THE STATE -- HISTORY
      *  AND REGISTER ONLY, NO OFFSET.
       CLEAR-ONE-CHECK.
           MOVE WS-TODAY-YYYYMMDD     TO UH-CLEARED-DATE.
           MOVE UC-CUSTOMER-NUMBER    TO UH-CUSTOMER-NUMBER.
           MOVE UC-ADDRESS-STATE      TO UH-ADDRESS-STATE.
           MOVE UC-REMITTED-AMOUNT    TO UH-REMITTED-AMOUNT.
           MOVE UC-PROPERTY-AMOUNT    TO UH-REPORTED-AMOUNT.
           MOVE UC-AS-OF-DATE         TO UH-AS-OF-DATE.
           MOVE 0                     TO UH-OFFSET-INVOICE-NUMBER.
           MOVE UC-BANK-ACCOUNT       TO UH-BANK-ACCOUNT.
           MOVE UC-CHECK-NUMBER       TO UH-CHECK-NUMBER.
           WRITE REMITTANCE-HISTORY-RECORD.

           ADD 1 TO WS-ROWS-CLEARED.
           ADD UC-REMITTED-AMOUNT TO WS-TOTAL-CLEARED.

           MOVE 'N' TO WS-REGISTER-FOUND-FLAG.
           IF WS-REGISTER-PRESENT
               MOVE UC-BANK-ACCOUNT TO RG-BANK-ACCOUNT
               MOVE UC-CHECK-NUMBER TO RG-CHECK-NUMBER
               MOVE 'Y' TO WS-REGISTER-FOUND-FLAG
               READ CHECK-REGISTER-FILE
                   INVALID KEY MOVE 'N' TO WS-REGISTER-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-REGISTER-FOUND AND RG-CHECK-UNCLAIMED
               SET RG-CHECK-ESCHEATED TO TRUE
               MOVE WS-TODAY-YYYYMMDD TO RG-STATUS-DATE
               REWRITE CHECK-REGISTER-RECORD
               MOVE 'CHECK CLEARED, MARKED ESCHEATED'
                   TO WS-DTL-MESSAGE
           ELSE
               ADD 1 TO WS-CHECKS-NOT-MARKED
               MOVE 'CHECK CLEARED, REGISTER NOT MARKED'
                   TO WS-DTL-MESSAGE
           END-IF.
           MOVE UC-CHECK-NUMBER TO WS-DTL-OFFSET-NUMBER.
           WRITE CLEARING-REGISTER-LINE FROM WS-DETAIL-LINE.
