      * COMES FROM THE USUAL OPTIONAL PARAMETER FILE (YYYYMMDD, THE  *
      * ARSNAP01 AS-OF PATTERN) AND DEFAULTS TO TODAY, SO A          *
      * MULTI-DAY JOURNAL OR A SIMPLE RERUN CANNOT DOUBLE-POST THE   *
      * LEDGER. A PROMPT-PAYMENT DISCOUNT CASHAPP1 FOLDED INTO THE   *
      * AMOUNT PAID (IM-DISCOUNT-TAKEN) IS SPLIT BACK OUT OF THE     *
      * PAYMENT AS ITS OWN DISC ACTIVITY, SO ONLY THE CASH THAT      *
      * ACTUALLY LANDED IS BOOKED AS CASH. LEDGER ACTIVITY THAT      *
      * NEVER TOUCHES THE INVOICE MASTER (THE MONTH-END BAD-DEBT     *
      * RESERVE) ARRIVES ON THE OPTIONAL GLFEED.cpy SIDE FEED AND    *
      * IS MAPPED AND POSTED THE SAME WAY AFTER THE JOURNAL.         *
      * EVERY LEDGER LINE CARRIES ITS COMPANY (THE INVOICE'S OR THE  *
      * SIDE-FEED RECORD'S, SPACES BEING THE HOME COMPANY '01'), AND *
      * EACH COMPANY'S LINES ARE PROVED AND REPORTED SEPARATELY --   *
      * ANY ONE COMPANY OUT OF BALANCE GRADES THE RUN SEVERE.        *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR01.
           SELECT RUN-DATE-PARM-FILE ASSIGN TO GLEXPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GL-SIDE-FEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  GP-RUN-DATE                   PIC 9(8).
           05  FILLER                        PIC X(72).

       FD  GL-SIDE-FEED-FILE.
           COPY GLFEED.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-ENTRIES            VALUE 'Y'.
           88  WS-MAP-STATUS-OK              VALUE '00'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-FEED-STATUS                    PIC X(2).
           88  WS-FEED-OPENED-OK             VALUE '00'.
       01  WS-FEED-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-NO-MORE-FEED               VALUE 'Y'.

      *  ONLY ENTRIES STAMPED WITH THIS DATE ARE EXTRACTED --
      *  TODAY UNLESS THE PARAMETER FILE SAYS OTHERWISE.
                         LEADING ==IM== BY ==AV==.

       01  WS-PAID-DELTA                     PIC S9(13)V9(2) COMP-3.
       01  WS-DISCOUNT-DELTA                 PIC S9(13)V9(2) COMP-3.
       01  WS-RECEIVABLE-DELTA               PIC S9(13)V9(2) COMP-3.
       01  WS-USD-AMOUNT                     PIC S9(13)V9(2) COMP-3.
       01  WS-TAX-USD-AMOUNT                 PIC S9(13)V9(2) COMP-3.
       01  WS-LOOKUP-ACTIVITY-CODE           PIC X(4).
       01  WS-LOOKUP-PRODUCT-CODE            PIC X(12).

      *  THE A/R ITEM EACH LEDGER LINE TRACES BACK TO -- THE
      *  JOURNAL ENTRY'S AFTER IMAGE, OR THE SIDE-FEED RECORD'S OWN
      *  CUSTOMER/INVOICE.
       01  WS-TRACE-CUSTOMER-NUMBER          PIC 9(9).
       01  WS-TRACE-INVOICE-NUMBER           PIC 9(10).

      *  SIDE-FEED RECORDS FOR THE RUN DATE, COLLAPSED ON THEIR
      *  SOURCE/ACTIVITY/PRODUCT/CUSTOMER/INVOICE KEY SO A SAME-DAY
      *  PRODUCER RERUN REPLACES ITS EARLIER ENTRY INSTEAD OF
      *  ADDING TO IT. AN OVERFLOW LEAVES THE EXTRACT INCOMPLETE
      *  AND GRADES SEVERE.
       01  WS-MAX-FEEDS                      PIC 9(4) COMP VALUE 500.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-FEED-IDX.
               10  WS-FED-KEY.
                   15  WS-FED-COMPANY-CODE   PIC X(2).
                   15  WS-FED-SOURCE-PROGRAM PIC X(8).
                   15  WS-FED-ACTIVITY-CODE  PIC X(4).
                   15  WS-FED-PRODUCT-CODE   PIC X(12).
                   15  WS-FED-CUSTOMER-NUMBER
                                             PIC 9(9).
                   15  WS-FED-INVOICE-NUMBER PIC 9(10).
               10  WS-FED-AMOUNT             PIC S9(13)V9(2) COMP-3.
       01  WS-FEED-COUNT                     PIC 9(4) COMP VALUE 0.
       01  WS-FEED-OVERFLOW                  PIC 9(9) COMP VALUE 0.
       01  WS-FEED-SCAN                      PIC 9(4) COMP.
       01  WS-FEED-SLOT                      PIC 9(4) COMP.

      *  EVERY LINE BOOKS TO ONE COMPANY (COMPMAST.cpy) AND EACH
      *  COMPANY'S LINES MUST FOOT ON THEIR OWN -- A SEPARATE LEGAL
      *  ENTITY KEEPS ITS OWN LEDGER. AN IMAGE OR FEED RECORD WITH
      *  SPACES IS THE HOME COMPANY. MORE COMPANIES THAN THE TABLE
      *  HOLDS LEAVES THE PROOF INCOMPLETE AND GRADES SEVERE.
       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.
       01  WS-LINE-COMPANY-CODE              PIC X(2).
       01  WS-MAX-COMPANIES                  PIC 9(4) COMP VALUE 20.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS 20 TIMES
                                       INDEXED BY WS-CO-IDX.
               10  WS-CT-COMPANY-CODE        PIC X(2).
               10  WS-CT-LINES               PIC 9(9) COMP.
               10  WS-CT-DEBITS              PIC S9(13)V9(2) COMP-3.
               10  WS-CT-CREDITS             PIC S9(13)V9(2) COMP-3.
       01  WS-COMPANY-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-COMPANY-OVERFLOW               PIC 9(9) COMP VALUE 0.
       01  WS-COMPANY-SLOT                   PIC 9(4) COMP.
       01  WS-COMPANY-SCAN                   PIC 9(4) COMP.
       01  WS-COMPANIES-OUT-OF-BALANCE       PIC 9(4) COMP VALUE 0.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ               PIC 9(9) COMP VALUE 0.
           05  WS-ENTRIES-SKIPPED            PIC 9(9) COMP VALUE 0.
           05  WS-ENTRIES-OFF-DATE           PIC 9(9) COMP VALUE 0.
           05  WS-LINES-WRITTEN              PIC 9(9) COMP VALUE 0.
           05  WS-UNMAPPED-ACTIVITIES        PIC 9(9) COMP VALUE 0.
           05  WS-FEED-RECORDS-READ          PIC 9(9) COMP VALUE 0.
           05  WS-FEED-REPLACED              PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-DEBITS               PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-CREDITS              PIC S9(13)V9(2) COMP-3
               VALUE 'TOTAL CREDITS:  '.
           05  WS-SUM-CREDITS                PIC -(12)9.99.

       01  WS-FEED-SUMMARY-LINE.
           05  FILLER                        PIC X(16)
               VALUE 'SIDE FEED READ: '.
           05  WS-SUM-FEED-READ              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE 'POSTED:         '.
           05  WS-SUM-FEED-POSTED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE 'RERUN REPLACED: '.
           05  WS-SUM-FEED-REPLACED          PIC ZZZ,ZZZ,ZZ9.

       01  WS-FEED-OVERFLOW-LINE.
           05  WS-FOV-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(52)
               VALUE ' SIDE-FEED RECORDS PAST TABLE BOUND, NOT POSTED'.

       01  WS-COMPANY-TOTAL-LINE.
           05  FILLER                        PIC X(8)
               VALUE 'COMPANY '.
           05  WS-CTL-COMPANY-CODE           PIC X(2).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-CTL-LINES                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8)
               VALUE 'DEBITS: '.
           05  WS-CTL-DEBITS                 PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9)
               VALUE 'CREDITS: '.
           05  WS-CTL-CREDITS                PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CTL-STATUS                 PIC X(14).

       01  WS-COMPANY-OVERFLOW-LINE.
           05  WS-COV-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(52)
               VALUE ' LINES PAST THE COMPANY TABLE BOUND, NOT PROVED'.

       01  WS-BALANCE-LINE.
           05  WS-BAL-MESSAGE                PIC X(44).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-RUN-DATE.
           PERFORM READ-RUN-DATE-PARM THRU READ-RUN-DATE-PARM-EXIT.

               PERFORM READ-NEXT-ENTRY
           END-PERFORM.

           PERFORM LOAD-SIDE-FEED THRU LOAD-SIDE-FEED-EXIT.
           PERFORM VARYING WS-FEED-SCAN FROM 1 BY 1
                   UNTIL WS-FEED-SCAN > WS-FEED-COUNT
               PERFORM EXTRACT-SIDE-FEED THRU EXTRACT-SIDE-FEED-EXIT
           END-PERFORM.
           IF WS-FEED-OVERFLOW > 0
               MOVE WS-FEED-OVERFLOW TO WS-FOV-COUNT
               WRITE EXTRACT-REPORT-LINE FROM WS-FEED-OVERFLOW-LINE
           END-IF.

           MOVE SPACES TO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE WS-LINES-WRITTEN TO WS-SUM-LINES.
           MOVE WS-TOTAL-DEBITS  TO WS-SUM-DEBITS.
           MOVE WS-TOTAL-CREDITS TO WS-SUM-CREDITS.
           WRITE EXTRACT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-FEED-RECORDS-READ TO WS-SUM-FEED-READ.
           MOVE WS-FEED-COUNT        TO WS-SUM-FEED-POSTED.
           MOVE WS-FEED-REPLACED     TO WS-SUM-FEED-REPLACED.
           WRITE EXTRACT-REPORT-LINE FROM WS-FEED-SUMMARY-LINE.

           MOVE SPACES TO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           PERFORM VARYING WS-COMPANY-SCAN FROM 1 BY 1
                   UNTIL WS-COMPANY-SCAN > WS-COMPANY-COUNT
               PERFORM REPORT-ONE-COMPANY
           END-PERFORM.
           IF WS-COMPANY-OVERFLOW > 0
               MOVE WS-COMPANY-OVERFLOW TO WS-COV-COUNT
               WRITE EXTRACT-REPORT-LINE FROM WS-COMPANY-OVERFLOW-LINE
           END-IF.

           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS AND
              WS-UNMAPPED-ACTIVITIES = 0 AND
              WS-FEED-OVERFLOW = 0 AND
              WS-COMPANIES-OUT-OF-BALANCE = 0 AND
              WS-COMPANY-OVERFLOW = 0
               MOVE 'EXTRACT IS IN BALANCE' TO WS-BAL-MESSAGE
               MOVE 0 TO RETURN-CODE
           ELSE
               GO TO EXTRACT-ONE-ENTRY-EXIT
           END-IF.

      *  CRAPPLY1 SETTLEMENTS AND INVRASN1/UNMERGE1 OWNERSHIP MOVES
      *  ARE INTERNAL BOOKKEEPING, NOT FINANCIAL EVENTS -- RE-BOOKING
      *  A REASSIGNED INVOICE WOULD DOUBLE-POST ITS REVENUE. A
      *  CONSISTENCY-POINT MARKER CHANGES NO INVOICE AT ALL.
           IF JR-PROGRAM-NAME = 'CRAPPLY1'
                   OR JR-PROGRAM-NAME = 'INVRASN1'
                   OR JR-PROGRAM-NAME = 'UNMERGE1'
                   OR JR-ACTION-DELETE
                   OR JR-ACTION-MARKER
               ADD 1 TO WS-ENTRIES-SKIPPED
               GO TO EXTRACT-ONE-ENTRY-EXIT
           END-IF.

           MOVE JR-BEFORE-IMAGE TO BEFORE-WORK-RECORD.
           MOVE JR-AFTER-IMAGE  TO AFTER-WORK-RECORD.
           MOVE AV-CUSTOMER-NUMBER TO WS-TRACE-CUSTOMER-NUMBER.
           MOVE AV-INVOICE-NUMBER  TO WS-TRACE-INVOICE-NUMBER.
           MOVE AV-COMPANY-CODE    TO WS-LINE-COMPANY-CODE.
           IF WS-LINE-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY-CODE TO WS-LINE-COMPANY-CODE
           END-IF.

           IF JR-ACTION-WRITE
               PERFORM EXTRACT-NEW-POSTING THRU
               GO TO EXTRACT-ONE-ENTRY-EXIT
           END-IF.

      *  AN EARNED DISCOUNT RIDES INSIDE THE PAID DELTA -- TAKE IT
      *  OUT SO THE CASH LINE CARRIES ONLY THE CASH.
           COMPUTE WS-DISCOUNT-DELTA =
               AV-DISCOUNT-TAKEN - BV-DISCOUNT-TAKEN.
           COMPUTE WS-PAID-DELTA =
               AV-AMOUNT-PAID - BV-AMOUNT-PAID - WS-DISCOUNT-DELTA.
           IF WS-PAID-DELTA NOT = 0
               PERFORM EXTRACT-PAYMENT THRU EXTRACT-PAYMENT-EXIT
           END-IF.
           IF WS-DISCOUNT-DELTA NOT = 0
               PERFORM EXTRACT-DISCOUNT THRU EXTRACT-DISCOUNT-EXIT
           END-IF.

           COMPUTE WS-RECEIVABLE-DELTA =
               (AV-INVOICE-AMOUNT + AV-INVOICE-TAX-AMOUNT) -
                       EXTRACT-RESTATEMENT-EXIT
           END-IF.

           IF WS-PAID-DELTA = 0 AND WS-RECEIVABLE-DELTA = 0 AND
              WS-DISCOUNT-DELTA = 0
               ADD 1 TO WS-ENTRIES-SKIPPED
           END-IF.

       EXTRACT-PAYMENT-EXIT.
           EXIT.

      *  A PROMPT-PAYMENT DISCOUNT EARNED AT CASH APPLICATION:
      *  DEBIT DISCOUNT EXPENSE, CREDIT A/R. A NEGATIVE DELTA
      *  REVERSES THE SIDES.
       EXTRACT-DISCOUNT.
           MOVE 'DISC' TO WS-LOOKUP-ACTIVITY-CODE.
           MOVE AV-INVOICE-PRODUCT-CODE TO WS-LOOKUP-PRODUCT-CODE.
           PERFORM LOOK-UP-MAPPING THRU LOOK-UP-MAPPING-EXIT.
           IF NOT WS-MAPPING-FOUND
               GO TO EXTRACT-DISCOUNT-EXIT
           END-IF.

           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-DISCOUNT-DELTA * AV-INVOICE-EXCHANGE-RATE.
           IF WS-LINE-AMOUNT > 0
               PERFORM WRITE-DEBIT-LINE
               PERFORM WRITE-CREDIT-LINE
           ELSE
               COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
               PERFORM WRITE-REVERSED-DEBIT-LINE
               PERFORM WRITE-REVERSED-CREDIT-LINE
           END-IF.

       EXTRACT-DISCOUNT-EXIT.
           EXIT.

      *  AN ADJUST RESTATED THE RECEIVABLE IN PLACE -- THE DELTA
      *  MOVES BETWEEN A/R AND THE ADJUSTMENT ACCOUNT, SIDES
      *  SWAPPING WHEN THE RECEIVABLE SHRANK.
       EXTRACT-RESTATEMENT-EXIT.
           EXIT.

      *****************************************************************
      *  COLLECT THE RUN DATE'S SIDE-FEED RECORDS. NO FEED FILE IS     *
      *  THE NORMAL CASE ON MOST NIGHTS. A RECORD MATCHING ONE         *
      *  ALREADY HELD ON EVERY KEY FIELD IS A PRODUCER RERUN -- THE    *
      *  LATER AMOUNT REPLACES THE EARLIER ONE.                        *
      *****************************************************************
       LOAD-SIDE-FEED.
           OPEN INPUT GL-SIDE-FEED-FILE.
           IF NOT WS-FEED-OPENED-OK
               CLOSE GL-SIDE-FEED-FILE
               GO TO LOAD-SIDE-FEED-EXIT
           END-IF.

           PERFORM READ-NEXT-FEED.
           PERFORM UNTIL WS-NO-MORE-FEED
               IF GF-FEED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-FEED-RECORDS-READ
                   PERFORM HOLD-ONE-FEED THRU HOLD-ONE-FEED-EXIT
               END-IF
               PERFORM READ-NEXT-FEED
           END-PERFORM.

           CLOSE GL-SIDE-FEED-FILE.

       LOAD-SIDE-FEED-EXIT.
           EXIT.

       READ-NEXT-FEED.
           READ GL-SIDE-FEED-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF-FLAG
           END-READ.

       HOLD-ONE-FEED.
           IF GF-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY-CODE TO GF-COMPANY-CODE
           END-IF.
           MOVE 0 TO WS-FEED-SLOT.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
                      OR WS-FEED-SLOT > 0
               IF WS-FED-COMPANY-CODE(WS-FEED-IDX) =
                       GF-COMPANY-CODE
                  AND WS-FED-SOURCE-PROGRAM(WS-FEED-IDX) =
                       GF-SOURCE-PROGRAM
                  AND WS-FED-ACTIVITY-CODE(WS-FEED-IDX) =
                       GF-ACTIVITY-CODE
                  AND WS-FED-PRODUCT-CODE(WS-FEED-IDX) =
                       GF-PRODUCT-CODE
                  AND WS-FED-CUSTOMER-NUMBER(WS-FEED-IDX) =
                       GF-CUSTOMER-NUMBER
                  AND WS-FED-INVOICE-NUMBER(WS-FEED-IDX) =
                       GF-INVOICE-NUMBER
                   SET WS-FEED-SLOT TO WS-FEED-IDX
               END-IF
           END-PERFORM.

           IF WS-FEED-SLOT > 0
               ADD 1 TO WS-FEED-REPLACED
               MOVE GF-AMOUNT TO WS-FED-AMOUNT(WS-FEED-SLOT)
               GO TO HOLD-ONE-FEED-EXIT
           END-IF.

           IF WS-FEED-COUNT NOT < WS-MAX-FEEDS
               ADD 1 TO WS-FEED-OVERFLOW
               GO TO HOLD-ONE-FEED-EXIT
           END-IF.

           ADD 1 TO WS-FEED-COUNT.
           MOVE GF-COMPANY-CODE
               TO WS-FED-COMPANY-CODE(WS-FEED-COUNT).
           MOVE GF-SOURCE-PROGRAM
               TO WS-FED-SOURCE-PROGRAM(WS-FEED-COUNT).
           MOVE GF-ACTIVITY-CODE
               TO WS-FED-ACTIVITY-CODE(WS-FEED-COUNT).
           MOVE GF-PRODUCT-CODE
               TO WS-FED-PRODUCT-CODE(WS-FEED-COUNT).
           MOVE GF-CUSTOMER-NUMBER
               TO WS-FED-CUSTOMER-NUMBER(WS-FEED-COUNT).
           MOVE GF-INVOICE-NUMBER
               TO WS-FED-INVOICE-NUMBER(WS-FEED-COUNT).
           MOVE GF-AMOUNT TO WS-FED-AMOUNT(WS-FEED-COUNT).

       HOLD-ONE-FEED-EXIT.
           EXIT.

      *  A SIDE-FEED AMOUNT IS ALREADY USD. POSITIVE BOOKS THE MAP
      *  ROW'S OWN SIDES, NEGATIVE THE REVERSED PAIR.
       EXTRACT-SIDE-FEED.
           IF WS-FED-AMOUNT(WS-FEED-SCAN) = 0
               GO TO EXTRACT-SIDE-FEED-EXIT
           END-IF.

           MOVE WS-FED-ACTIVITY-CODE(WS-FEED-SCAN)
               TO WS-LOOKUP-ACTIVITY-CODE.
           MOVE WS-FED-PRODUCT-CODE(WS-FEED-SCAN)
               TO WS-LOOKUP-PRODUCT-CODE.
           MOVE WS-FED-CUSTOMER-NUMBER(WS-FEED-SCAN)
               TO WS-TRACE-CUSTOMER-NUMBER.
           MOVE WS-FED-INVOICE-NUMBER(WS-FEED-SCAN)
               TO WS-TRACE-INVOICE-NUMBER.
           MOVE WS-FED-COMPANY-CODE(WS-FEED-SCAN)
               TO WS-LINE-COMPANY-CODE.
           PERFORM LOOK-UP-MAPPING THRU LOOK-UP-MAPPING-EXIT.
           IF NOT WS-MAPPING-FOUND
               GO TO EXTRACT-SIDE-FEED-EXIT
           END-IF.

           MOVE WS-FED-AMOUNT(WS-FEED-SCAN) TO WS-LINE-AMOUNT.
           IF WS-LINE-AMOUNT > 0
               PERFORM WRITE-DEBIT-LINE
               PERFORM WRITE-CREDIT-LINE
           ELSE
               COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
               PERFORM WRITE-REVERSED-DEBIT-LINE
               PERFORM WRITE-REVERSED-CREDIT-LINE
           END-IF.

       EXTRACT-SIDE-FEED-EXIT.
           EXIT.

      *  PRODUCT-CODED ROW FIRST, THE ACTIVITY'S SPACES-PRODUCT
      *  DEFAULT SECOND -- SAME TWO-STEP FALLBACK AS INVPOST1'S
      *  ZIP-THEN-STATE TAX LOOKUP. A MISS ON BOTH IS AN UNMAPPED
                   TO WS-UNM-ACTIVITY-CODE
               MOVE WS-LOOKUP-PRODUCT-CODE
                   TO WS-UNM-PRODUCT-CODE
               MOVE WS-TRACE-CUSTOMER-NUMBER
                   TO WS-UNM-CUSTOMER-NUMBER
               MOVE WS-TRACE-INVOICE-NUMBER
                   TO WS-UNM-INVOICE-NUMBER
               WRITE EXTRACT-REPORT-LINE FROM WS-UNMAPPED-LINE
           END-IF.

           ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS.

       WRITE-JOURNAL-LINE.
           MOVE WS-RUN-DATE             TO JL-JOURNAL-DATE.
           MOVE WS-LINE-AMOUNT          TO JL-AMOUNT.
           MOVE WS-LOOKUP-ACTIVITY-CODE TO JL-ACTIVITY-CODE.
           MOVE WS-LOOKUP-PRODUCT-CODE  TO JL-PRODUCT-CODE.
           MOVE WS-TRACE-CUSTOMER-NUMBER TO JL-CUSTOMER-NUMBER.
           MOVE WS-TRACE-INVOICE-NUMBER  TO JL-INVOICE-NUMBER.
           MOVE WS-LINE-COMPANY-CODE     TO JL-COMPANY-CODE.
           WRITE GL-JOURNAL-LINE-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
           PERFORM TALLY-COMPANY-LINE THRU TALLY-COMPANY-LINE-EXIT.

      *  RUNNING DEBIT/CREDIT TOTALS FOR THE LINE'S COMPANY.
       TALLY-COMPANY-LINE.
           MOVE 0 TO WS-COMPANY-SLOT.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-COMPANY-COUNT
                      OR WS-COMPANY-SLOT > 0
               IF WS-CT-COMPANY-CODE(WS-CO-IDX) = JL-COMPANY-CODE
                   SET WS-COMPANY-SLOT TO WS-CO-IDX
               END-IF
           END-PERFORM.

           IF WS-COMPANY-SLOT = 0
               IF WS-COMPANY-COUNT NOT < WS-MAX-COMPANIES
                   ADD 1 TO WS-COMPANY-OVERFLOW
                   GO TO TALLY-COMPANY-LINE-EXIT
               END-IF
               ADD 1 TO WS-COMPANY-COUNT
               MOVE WS-COMPANY-COUNT TO WS-COMPANY-SLOT
               MOVE JL-COMPANY-CODE
                   TO WS-CT-COMPANY-CODE(WS-COMPANY-SLOT)
               MOVE 0 TO WS-CT-LINES(WS-COMPANY-SLOT)
               MOVE 0 TO WS-CT-DEBITS(WS-COMPANY-SLOT)
               MOVE 0 TO WS-CT-CREDITS(WS-COMPANY-SLOT)
           END-IF.

           ADD 1 TO WS-CT-LINES(WS-COMPANY-SLOT).
           IF JL-DEBIT
               ADD WS-LINE-AMOUNT TO WS-CT-DEBITS(WS-COMPANY-SLOT)
           ELSE
               ADD WS-LINE-AMOUNT TO WS-CT-CREDITS(WS-COMPANY-SLOT)
           END-IF.

       TALLY-COMPANY-LINE-EXIT.
           EXIT.

      *  ONE PROOF LINE PER COMPANY -- ANY COMPANY OUT OF BALANCE
      *  FAILS THE WHOLE EXTRACT EVEN WHEN THE GRAND TOTALS FOOT.
       REPORT-ONE-COMPANY.
           MOVE WS-CT-COMPANY-CODE(WS-COMPANY-SCAN)
               TO WS-CTL-COMPANY-CODE.
           MOVE WS-CT-LINES(WS-COMPANY-SCAN)   TO WS-CTL-LINES.
           MOVE WS-CT-DEBITS(WS-COMPANY-SCAN)  TO WS-CTL-DEBITS.
           MOVE WS-CT-CREDITS(WS-COMPANY-SCAN) TO WS-CTL-CREDITS.
           IF WS-CT-DEBITS(WS-COMPANY-SCAN) =
              WS-CT-CREDITS(WS-COMPANY-SCAN)
               MOVE 'IN BALANCE' TO WS-CTL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-CTL-STATUS
               ADD 1 TO WS-COMPANIES-OUT-OF-BALANCE
           END-IF.
           WRITE EXTRACT-REPORT-LINE FROM WS-COMPANY-TOTAL-LINE.
