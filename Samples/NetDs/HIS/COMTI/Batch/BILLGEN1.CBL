      * BILLED AT A STALE RATE. A BILL DAY PAST THE 28TH IS HELD TO  *
      * THE 28TH WHEN THE DATE ADVANCES, SO A JAN-31 SCHEDULE        *
      * CANNOT LAND ON A DAY FEBRUARY DOESN'T HAVE.                  *
      * A QUARTERLY OR ANNUAL SCHEDULE'S CHARGE CARRIES ITS SERVICE  *
      * MONTHS SO INVPOST1 DEFERS IT AND REVREC01 RECOGNIZES IT OVER *
      * THE TERM.                                                    *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLGEN1.

       01  WS-CRINVNO-STATUS                 PIC X(2).
           88  WS-CRINVNO-OK                 VALUE '00'.
       01  WS-CRINVNO-CALLER                 PIC X(8)
                                              VALUE 'BILLGEN1'.
       01  WS-NEW-INVOICE-NUMBER             PIC 9(10).
       01  WS-BILL-COMPANY-CODE              PIC X(2).

       01  WS-BILLING-RATE                   PIC 9(3)V9(6) COMP-3.

      *  CREDIT EXPOSURE CHECK -- A DUE SCHEDULE FOR A CUSTOMER
      *  ALREADY OVER THEIR CD-CREDIT-LIMIT, OR WHOSE NATIONAL
      *  ACCOUNT IS OVER ITS CD-GROUP-CREDIT-LIMIT, IS DIVERTED TO
      *  THE REVIEW FILE INSTEAD OF BILLED BLIND. THE SCHEDULE STILL
      *  ADVANCES; THE REVIEWED INVOICE POSTS (OR NOT) BY HAND.
       01  WS-PROPOSED-AMOUNT                PIC S9(13)V9(2) COMP-3.
       01  WS-CREDIT-LIMIT                   PIC S9(13)V9(2) COMP-3.
       01  WS-OPEN-EXPOSURE                  PIC S9(13)V9(2) COMP-3.
       01  WS-CHKCRD-STATUS                  PIC X(2).
           88  WS-CHKCRD-OVER-LIMIT          VALUE '04' '05'.
           88  WS-CHKCRD-OVER-GROUP-LIMIT    VALUE '05'.
       01  WS-GROUP-PARENT-NUMBER            PIC 9(9).
       01  WS-GROUP-CREDIT-LIMIT             PIC S9(13)V9(2) COMP-3.
       01  WS-GROUP-EXPOSURE                 PIC S9(13)V9(2) COMP-3.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).
                       BILLING-REPORT-FILE
                       BILLING-REVIEW-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).
               MOVE CR-EXCHANGE-RATE TO WS-BILLING-RATE
           END-IF.

      *  THE CUSTOMER'S COMPANY DECIDES WHOSE NUMBER RANGE THE
      *  INVOICE IS ISSUED FROM.
           MOVE BS-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-DEMO-FOUND-FLAG.
           READ CUSTOMER-DEMOGRAPHIC-FILE
               INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
           END-READ.
           MOVE SPACES TO WS-BILL-COMPANY-CODE.
           IF WS-DEMO-FOUND
               MOVE CD-COMPANY-CODE TO WS-BILL-COMPANY-CODE
           END-IF.

           CALL 'CREATEINVOICENUMBER'
               USING WS-NEW-INVOICE-NUMBER WS-CRINVNO-STATUS
                     WS-BILL-COMPANY-CODE
                     WS-CRINVNO-CALLER.
           IF NOT WS-CRINVNO-OK
               ADD 1 TO WS-SCHEDULES-SKIPPED
               MOVE 0 TO WS-DTL-INVOICE-NUMBER
           MOVE BS-PRODUCT-CODE       TO TR-INVOICE-PRODUCT-CODE.
           MOVE 'RECURRING CONTRACT BILLING'
               TO TR-INVOICE-DESCRIPTION.
           MOVE BS-PO-NUMBER          TO TR-PO-NUMBER.
           MOVE BS-SHIP-TO-ID         TO TR-SHIP-TO-ID.
           MOVE WS-BILL-COMPANY-CODE  TO TR-COMPANY-CODE.
      *  A QUARTERLY OR ANNUAL CONTRACT IS BILLED IN ADVANCE FOR
      *  THE WHOLE TERM -- SAY HOW MANY MONTHS SO POSTING CAN
      *  DEFER IT AND RECOGNIZE IT MONTH BY MONTH.
           EVALUATE TRUE
               WHEN BS-BILLS-QUARTERLY
                   MOVE 3 TO TR-SERVICE-MONTHS
               WHEN BS-BILLS-ANNUALLY
                   MOVE 12 TO TR-SERVICE-MONTHS
               WHEN OTHER
                   MOVE 0 TO TR-SERVICE-MONTHS
           END-EVALUATE.
           COMPUTE WS-PROPOSED-AMOUNT ROUNDED =
               BS-BILLING-AMOUNT * WS-BILLING-RATE.
      *  A CUSTOMER ON CREDIT HOLD (CRHOLD01'S CUSTOMER-LEVEL
      *  STATE) DIVERTS REGARDLESS OF WHAT THIS CHARGE ALONE WOULD
      *  DO TO THE EXPOSURE.
           IF WS-DEMO-FOUND AND CD-ON-CREDIT-HOLD
               ADD 1 TO WS-SCHEDULES-DIVERTED
               MOVE INVOICE-TRANSACTION-RECORD
                     WS-PROPOSED-AMOUNT
                     WS-CREDIT-LIMIT
                     WS-OPEN-EXPOSURE
                     WS-CHKCRD-STATUS
                     WS-GROUP-PARENT-NUMBER
                     WS-GROUP-CREDIT-LIMIT
                     WS-GROUP-EXPOSURE.
           IF WS-CHKCRD-OVER-LIMIT
               ADD 1 TO WS-SCHEDULES-DIVERTED
               MOVE INVOICE-TRANSACTION-RECORD
                   TO REVIEW-TRANSACTION-RECORD
               WRITE REVIEW-TRANSACTION-RECORD
               MOVE WS-NEW-INVOICE-NUMBER TO WS-DTL-INVOICE-NUMBER
               IF WS-CHKCRD-OVER-GROUP-LIMIT
                   MOVE 'OVER GROUP CREDIT LIMIT, SENT TO REVIEW'
                       TO WS-DTL-MESSAGE
               ELSE
                   MOVE 'OVER CREDIT LIMIT, SENT TO REVIEW'
                       TO WS-DTL-MESSAGE
               END-IF
               WRITE BILLING-REPORT-LINE FROM WS-DETAIL-LINE
               PERFORM ADVANCE-NEXT-BILL-DATE
               REWRITE BILLING-SCHEDULE-RECORD
