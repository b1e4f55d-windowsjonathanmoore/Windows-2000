      * AMOUNTS ARE RESTATED THROUGH IM-INVOICE-EXCHANGE-RATE INTO   *
      * THE USD REPORTING CURRENCY THE SAME WAY THE STATEMENT AND    *
      * AGING TOTALS ARE, SO MIXED-CURRENCY PRODUCTS NET CORRECTLY.  *
      * AN ADVANCE BILLING IS NOT ALL EARNED WHEN INVOICED: THE      *
      * UNRECOGNIZED BALANCE OF EACH PRODUCT'S OPEN DEFREV           *
      * RECOGNITION SCHEDULES (DEFREV.cpy) IS SHOWN AS DEFERRED AND  *
      * TAKEN OFF NET TO GIVE EARNED REVENUE.                        *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVPRD01.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVENUE-REPORT-FILE ASSIGN TO REVPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEFERRED-REVENUE-FILE ASSIGN TO DEFREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DEFREV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

           RECORD CONTAINS 132 CHARACTERS.
       01  REVENUE-REPORT-LINE               PIC X(132).

       FD  DEFERRED-REVENUE-FILE.
           COPY DEFREV.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.

       01  WS-USD-AMOUNT                     PIC S9(13)V9(2) COMP-3.

      *  AN ADVANCE BILLING STILL ON ITS DEFREV.cpy RECOGNITION
      *  SCHEDULE IS BILLED BUT NOT YET EARNED. ITS UNRECOGNIZED
      *  BALANCE IS SHOWN AS DEFERRED AND TAKEN OFF NET TO GIVE
      *  EARNED REVENUE. NO SCHEDULE FILE MEANS NOTHING IS DEFERRED.
       01  WS-DEFREV-STATUS                  PIC X(2).
           88  WS-DEFREV-STATUS-OK           VALUE '00'.
       01  WS-DEFREV-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-NO-MORE-SCHEDULES          VALUE 'Y'.
       01  WS-UNRECOGNIZED                   PIC S9(13)V9(2) COMP-3.
       01  WS-FIND-PRODUCT-CODE              PIC X(12).

      *  PER-PRODUCT ACCUMULATORS, LINEAR-SEARCHED BY CODE. INVOICES
      *  FOR PRODUCTS PAST THE TABLE BOUND STILL ROLL INTO THE GRAND
      *  TOTAL AND ARE COUNTED ON THE OVERFLOW LINE, SO NOTHING IS
               10  WS-PROD-COUNT             PIC 9(9) COMP.
               10  WS-PROD-GROSS             PIC S9(13)V9(2) COMP-3.
               10  WS-PROD-CREDITS           PIC S9(13)V9(2) COMP-3.
               10  WS-PROD-DEFERRED          PIC S9(13)V9(2) COMP-3.
       01  WS-PRODUCT-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-PRODUCT-SCAN                   PIC 9(4) COMP.
       01  WS-PRODUCT-SLOT                   PIC 9(4) COMP.
       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-OVERFLOW-INVOICES          PIC 9(9) COMP VALUE 0.
           05  WS-OVERFLOW-SCHEDULES         PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-COUNT                PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-GROSS                PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-CREDITS              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-DEFERRED             PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
           05  FILLER                        PIC X(7) VALUE 'CREDITS'.
           05  FILLER                        PIC X(14) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE 'NET'.
           05  FILLER                        PIC X(11) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE 'DEFERRED'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE 'EARNED'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-PRODUCT-CODE           PIC X(12).
           05  WS-DTL-CREDITS                PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-NET                    PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DEFERRED               PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-EARNED                 PIC -(12)9.99.

       01  WS-OVERFLOW-LINE.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(52)
               VALUE ' INVOICES PAST TABLE BOUND, IN GRAND TOTAL ONLY'.

       01  WS-SCHEDULE-OVERFLOW-LINE.
           05  WS-OVF-SCHEDULES              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(52)
               VALUE ' SCHEDULES PAST TABLE BOUND, IN GRAND TOTAL ONLY'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT INVOICE-EXTRACT-FILE
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.

           PERFORM ACCUMULATE-DEFERRED-REVENUE.

           PERFORM WRITE-PRODUCT-LINES.

           IF WS-OVERFLOW-INVOICES > 0
               MOVE WS-OVERFLOW-INVOICES TO WS-OVF-COUNT
               WRITE REVENUE-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
           IF WS-OVERFLOW-SCHEDULES > 0
               MOVE WS-OVERFLOW-SCHEDULES TO WS-OVF-SCHEDULES
               WRITE REVENUE-REPORT-LINE
                   FROM WS-SCHEDULE-OVERFLOW-LINE
           END-IF.

           MOVE SPACES TO REVENUE-REPORT-LINE.
           WRITE REVENUE-REPORT-LINE.
           MOVE WS-TOTAL-GROSS    TO WS-DTL-GROSS.
           MOVE WS-TOTAL-CREDITS  TO WS-DTL-CREDITS.
           COMPUTE WS-DTL-NET = WS-TOTAL-GROSS - WS-TOTAL-CREDITS.
           MOVE WS-TOTAL-DEFERRED TO WS-DTL-DEFERRED.
           COMPUTE WS-DTL-EARNED =
               WS-TOTAL-GROSS - WS-TOTAL-CREDITS - WS-TOTAL-DEFERRED.
           WRITE REVENUE-REPORT-LINE FROM WS-DETAIL-LINE.

           CLOSE INVOICE-EXTRACT-FILE
               ADD WS-USD-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

           MOVE IM-INVOICE-PRODUCT-CODE TO WS-FIND-PRODUCT-CODE.
           PERFORM FIND-PRODUCT-SLOT.

           IF WS-PRODUCT-SLOT = 0
               ADD 1 TO WS-OVERFLOW-INVOICES
           ELSE
               SET WS-PROD-IDX TO WS-PRODUCT-SLOT
               ADD 1 TO WS-PROD-COUNT(WS-PROD-IDX)
               IF IM-TYPE-CHARGE
                   ADD WS-USD-AMOUNT TO WS-PROD-GROSS(WS-PROD-IDX)
               ELSE
                   ADD WS-USD-AMOUNT TO WS-PROD-CREDITS(WS-PROD-IDX)
               END-IF
           END-IF.

      *  THE PRODUCT'S TABLE SLOT, OPENING A NEW ONE WHILE THE TABLE
      *  HAS ROOM. ZERO MEANS THE TABLE IS FULL.
       FIND-PRODUCT-SLOT.
           MOVE 0 TO WS-PRODUCT-SLOT.
           MOVE 0 TO WS-PRODUCT-SCAN.
           PERFORM UNTIL WS-PRODUCT-SCAN = WS-PRODUCT-COUNT
                      OR WS-PRODUCT-SLOT > 0
               ADD 1 TO WS-PRODUCT-SCAN
               SET WS-PROD-IDX TO WS-PRODUCT-SCAN
               IF WS-PROD-CODE(WS-PROD-IDX) = WS-FIND-PRODUCT-CODE
                   MOVE WS-PRODUCT-SCAN TO WS-PRODUCT-SLOT
               END-IF
           END-PERFORM.
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE WS-PRODUCT-COUNT TO WS-PRODUCT-SLOT
               SET WS-PROD-IDX TO WS-PRODUCT-SLOT
               MOVE WS-FIND-PRODUCT-CODE
                   TO WS-PROD-CODE(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-COUNT(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-GROSS(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-CREDITS(WS-PROD-IDX)
               MOVE 0 TO WS-PROD-DEFERRED(WS-PROD-IDX)
           END-IF.

      *****************************************************************
      *  ROLL EVERY OPEN RECOGNITION SCHEDULE'S UNRECOGNIZED BALANCE   *
      *  INTO ITS PRODUCT'S DEFERRED COLUMN.                           *
      *****************************************************************
       ACCUMULATE-DEFERRED-REVENUE.
           OPEN INPUT DEFERRED-REVENUE-FILE.
           IF NOT WS-DEFREV-STATUS-OK
               CLOSE DEFERRED-REVENUE-FILE
           ELSE
               PERFORM READ-NEXT-SCHEDULE
               PERFORM UNTIL WS-NO-MORE-SCHEDULES
                   IF DR-SCHEDULE-OPEN
                       PERFORM ADD-SCHEDULE-BALANCE
                   END-IF
                   PERFORM READ-NEXT-SCHEDULE
               END-PERFORM
               CLOSE DEFERRED-REVENUE-FILE
           END-IF.

       READ-NEXT-SCHEDULE.
           READ DEFERRED-REVENUE-FILE
               AT END MOVE 'Y' TO WS-DEFREV-EOF-FLAG
           END-READ.

       ADD-SCHEDULE-BALANCE.
           COMPUTE WS-UNRECOGNIZED =
               DR-DEFERRED-AMOUNT - DR-RECOGNIZED-AMOUNT
                   - DR-REVERSED-AMOUNT.
           ADD WS-UNRECOGNIZED TO WS-TOTAL-DEFERRED.
           MOVE DR-PRODUCT-CODE TO WS-FIND-PRODUCT-CODE.
           PERFORM FIND-PRODUCT-SLOT.
           IF WS-PRODUCT-SLOT = 0
               ADD 1 TO WS-OVERFLOW-SCHEDULES
           ELSE
               SET WS-PROD-IDX TO WS-PRODUCT-SLOT
               ADD WS-UNRECOGNIZED TO WS-PROD-DEFERRED(WS-PROD-IDX)
           END-IF.

       WRITE-PRODUCT-LINES.
               COMPUTE WS-DTL-NET =
                   WS-PROD-GROSS(WS-PROD-IDX) -
                   WS-PROD-CREDITS(WS-PROD-IDX)
               MOVE WS-PROD-DEFERRED(WS-PROD-IDX) TO WS-DTL-DEFERRED
               COMPUTE WS-DTL-EARNED =
                   WS-PROD-GROSS(WS-PROD-IDX) -
                   WS-PROD-CREDITS(WS-PROD-IDX) -
                   WS-PROD-DEFERRED(WS-PROD-IDX)
               WRITE REVENUE-REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM.
