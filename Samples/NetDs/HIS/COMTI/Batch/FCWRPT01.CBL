      ***********************************************************
      * FCWRPT01 -- MONTHLY FINANCE-CHARGE WAIVER REPORT             *
      * LISTS THE FINANCE-CHARGE WAIVERS CREDITED IN THE REPORT      *
      * MONTH (FCWAIVE.cpy WAIVERS FCWGEN01 MARKED CREDITED WITH A   *
      * CREDIT DATE IN THE MONTH) TWICE OVER: BY APPROVER -- HOW     *
      * MANY EACH APPROVED AND FOR HOW MUCH IN USD, WITH EACH ONE'S  *
      * SHARE OF THE MONTH'S WAIVERS -- AND BY CUSTOMER, SET AGAINST *
      * THE FINCHARGE CHARGES FINCHG01 ASSESSED THAT CUSTOMER IN THE *
      * SAME MONTH. THE ASSESSED FIGURES COME FROM ONE PASS OF THE   *
      * LIVE MASTER (THE PRFRPT01 FULL-PASS SHAPE): NON-VOID         *
      * FINCHARGE CHARGES DATED IN THE MONTH, RESTATED TO USD        *
      * THROUGH THE INVOICE EXCHANGE RATE. THE CLOSING LINES GIVE    *
      * THE MONTH'S TOTAL ASSESSED, TOTAL WAIVED AND THE PERCENTAGE  *
      * OF ASSESSED FINANCE CHARGES WAIVED, AND COUNT THE WAIVERS    *
      * STILL AWAITING APPROVAL OR CREDIT. A WAIVER CAN FORGIVE AN   *
      * EARLIER MONTH'S CHARGE, SO A CUSTOMER'S PERCENTAGE CAN PASS  *
      * 100; ONE WITH NOTHING ASSESSED IN THE MONTH SHOWS N/A.       *
      *                                                              *
      * THE REPORT MONTH (YYYYMM) COMES FROM THE USUAL OPTIONAL      *
      * PARAMETER FILE, DEFAULT THE CURRENT MONTH. NO WAIVER FILE IS *
      * CONDITION CODE 4, AS IS A WAIVER PAST A TABLE BOUND; NO      *
      * INVOICE MASTER IS 8.                                         *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCWRPT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-FILE ASSIGN TO FCWAIVE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT WAIVER-REPORT-FILE ASSIGN TO FCWRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAIVER-PARM-FILE ASSIGN TO FCWRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAIVER-FILE.
           COPY FCWAIVE.

       FD  INVOICE-MASTER-FILE.
           COPY INVMAST.

       FD  WAIVER-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WAIVER-REPORT-LINE                PIC X(132).

      *  A BLANK OR ZERO MONTH KEEPS THE DEFAULT.
       FD  WAIVER-PARM-FILE.
       01  WAIVER-PARM-RECORD.
           05  WR-REPORT-MONTH               PIC 9(6).
           05  FILLER                        PIC X(74).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-INVOICES           VALUE 'Y'.
       01  WS-WAIVER-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-NO-MORE-WAIVERS            VALUE 'Y'.

       01  WS-WAIVER-STATUS                  PIC X(2).
           88  WS-WAIVER-STATUS-OK           VALUE '00'.
       01  WS-MASTER-STATUS                  PIC X(2).
           88  WS-MASTER-STATUS-OK           VALUE '00'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-SLOT-FOUND-FLAG                PIC X.
           88  WS-SLOT-FOUND                 VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-REPORT-MONTH                   PIC 9(6).
       01  WS-ITEM-YYYYMMDD                  PIC 9(8).
       01  WS-ITEM-YYYYMM                    PIC 9(6).

       01  WS-USD-AMOUNT                     PIC S9(13)V9(2) COMP-3.
       01  WS-PERCENT                        PIC 9(5)V9(2).
       01  WS-SEARCH-CUSTOMER                PIC 9(9).

      *  ONE SLOT PER APPROVER AND PER CUSTOMER WITH A WAIVER
      *  CREDITED IN THE MONTH -- THE PRFRPT01 BOUNDED-TABLE-AND-CAP
      *  APPROACH. WAIVERS PAST A BOUND ARE COUNTED ON THE REPORT.
       01  WS-MAX-APPROVERS                  PIC 9(4) COMP VALUE 300.
       01  WS-APPROVER-TABLE.
           05  WS-APPROVER-ENTRY OCCURS 300 TIMES
                                       INDEXED BY WS-APPROVER-IDX.
               10  WS-APR-APPROVER-ID        PIC X(8).
               10  WS-APR-COUNT              PIC 9(7) COMP.
               10  WS-APR-WAIVED-USD         PIC S9(13)V9(2) COMP-3.
       01  WS-APPROVER-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-APPROVER-SCAN                  PIC 9(4) COMP.

       01  WS-MAX-CUSTOMERS                  PIC 9(4) COMP VALUE 3000.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUSTOMER-ENTRY OCCURS 3000 TIMES
                                       INDEXED BY WS-CUSTOMER-IDX.
               10  WS-CUS-CUSTOMER-NUMBER    PIC 9(9).
               10  WS-CUS-COUNT              PIC 9(7) COMP.
               10  WS-CUS-WAIVED-USD         PIC S9(13)V9(2) COMP-3.
               10  WS-CUS-ASSESSED-USD       PIC S9(13)V9(2) COMP-3.
       01  WS-CUSTOMER-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-CUSTOMER-SCAN                  PIC 9(4) COMP.

       01  WS-COUNTERS.
           05  WS-WAIVERS-IN-MONTH           PIC 9(9) COMP VALUE 0.
           05  WS-WAIVERS-PENDING            PIC 9(9) COMP VALUE 0.
           05  WS-WAIVERS-APPROVED           PIC 9(9) COMP VALUE 0.
           05  WS-APPROVER-OVERFLOW          PIC 9(9) COMP VALUE 0.
           05  WS-CUSTOMER-OVERFLOW          PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-WAIVED-USD           PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-ASSESSED-USD         PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(38)
               VALUE 'FINANCE-CHARGE WAIVER REPORT, MONTH: '.
           05  WS-TTL-MONTH                  PIC 9(6).

       01  WS-SECTION-LINE                   PIC X(40).

       01  WS-APPROVER-HEADING.
           05  FILLER                        PIC X(46)
               VALUE 'APPROVER   WAIVERS       WAIVED (USD)    SHARE'.

       01  WS-APPROVER-LINE.
           05  WS-ADL-APPROVER-ID            PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ADL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ADL-WAIVED-USD             PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ADL-SHARE                  PIC ZZ9.99.
           05  FILLER                        PIC X(1) VALUE '%'.

       01  WS-CUSTOMER-HEADING.
           05  FILLER                        PIC X(36)
               VALUE 'CUSTOMER    WAIVERS       WAIVED (US'.
           05  FILLER                        PIC X(32)
               VALUE 'D)     ASSESSED (USD) PCT WAIVED'.

       01  WS-CUSTOMER-LINE.
           05  WS-CDL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CDL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CDL-WAIVED-USD             PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CDL-ASSESSED-USD           PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CDL-PERCENT                PIC ZZZZ9.99.
           05  WS-CDL-PERCENT-X REDEFINES WS-CDL-PERCENT
                                             PIC X(8).

       01  WS-OVERFLOW-LINE.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  WS-OVF-TEXT                   PIC X(50).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'ASSESSED IN MONTH (USD):'.
           05  WS-SUM-ASSESSED               PIC -(12)9.99.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'WAIVED IN MONTH (USD):  '.
           05  WS-SUM-WAIVED                 PIC -(12)9.99.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'WAIVERS CREDITED:       '.
           05  WS-SUM-WAIVERS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(10) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'PERCENT OF ASSESSED:    '.
           05  WS-SUM-PERCENT                PIC ZZZZ9.99.
           05  WS-SUM-PERCENT-X REDEFINES WS-SUM-PERCENT
                                             PIC X(8).

       01  WS-SUMMARY-LINE-3.
           05  FILLER                        PIC X(24)
               VALUE 'AWAITING APPROVAL:      '.
           05  WS-SUM-PENDING                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(10) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'APPROVED, NOT CREDITED: '.
           05  WS-SUM-APPROVED               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-REPORT-MONTH.
           PERFORM READ-WAIVER-PARM THRU READ-WAIVER-PARM-EXIT.

           OPEN OUTPUT WAIVER-REPORT-FILE.
           MOVE WS-REPORT-MONTH TO WS-TTL-MONTH.
           WRITE WAIVER-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO WAIVER-REPORT-LINE.
           WRITE WAIVER-REPORT-LINE.

           OPEN INPUT INVOICE-MASTER-FILE.
           IF NOT WS-MASTER-STATUS-OK
               CLOSE INVOICE-MASTER-FILE
               MOVE 'INVOICE MASTER WILL NOT OPEN' TO WS-SECTION-LINE
               WRITE WAIVER-REPORT-LINE FROM WS-SECTION-LINE
               CLOSE WAIVER-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT WAIVER-FILE.
           IF NOT WS-WAIVER-STATUS-OK
               CLOSE WAIVER-FILE
                     INVOICE-MASTER-FILE
               MOVE 'NO WAIVER FILE -- NO WAIVERS TO REPORT'
                   TO WS-SECTION-LINE
               WRITE WAIVER-REPORT-LINE FROM WS-SECTION-LINE
               CLOSE WAIVER-REPORT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-NEXT-WAIVER.
           PERFORM UNTIL WS-NO-MORE-WAIVERS
               PERFORM TALLY-ONE-WAIVER THRU TALLY-ONE-WAIVER-EXIT
               PERFORM READ-NEXT-WAIVER
           END-PERFORM.
           CLOSE WAIVER-FILE.

           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL WS-NO-MORE-INVOICES
               PERFORM TALLY-ONE-INVOICE THRU TALLY-ONE-INVOICE-EXIT
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.
           CLOSE INVOICE-MASTER-FILE.

           PERFORM WRITE-APPROVER-SECTION.
           PERFORM WRITE-CUSTOMER-SECTION.

           MOVE SPACES TO WAIVER-REPORT-LINE.
           WRITE WAIVER-REPORT-LINE.
           IF WS-APPROVER-OVERFLOW > 0
               MOVE WS-APPROVER-OVERFLOW TO WS-OVF-COUNT
               MOVE ' WAIVERS PAST APPROVER TABLE BOUND, NOT LISTED'
                   TO WS-OVF-TEXT
               WRITE WAIVER-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
           IF WS-CUSTOMER-OVERFLOW > 0
               MOVE WS-CUSTOMER-OVERFLOW TO WS-OVF-COUNT
               MOVE ' WAIVERS PAST CUSTOMER TABLE BOUND, NOT LISTED'
                   TO WS-OVF-TEXT
               WRITE WAIVER-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.

           MOVE WS-TOTAL-ASSESSED-USD TO WS-SUM-ASSESSED.
           MOVE WS-TOTAL-WAIVED-USD   TO WS-SUM-WAIVED.
           WRITE WAIVER-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-WAIVERS-IN-MONTH   TO WS-SUM-WAIVERS.
           IF WS-TOTAL-ASSESSED-USD > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TOTAL-WAIVED-USD * 100 / WS-TOTAL-ASSESSED-USD
                   ON SIZE ERROR MOVE 99999.99 TO WS-PERCENT
               END-COMPUTE
               MOVE WS-PERCENT TO WS-SUM-PERCENT
           ELSE
               MOVE '     N/A' TO WS-SUM-PERCENT-X
           END-IF.
           WRITE WAIVER-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-WAIVERS-PENDING    TO WS-SUM-PENDING.
           MOVE WS-WAIVERS-APPROVED   TO WS-SUM-APPROVED.
           WRITE WAIVER-REPORT-LINE FROM WS-SUMMARY-LINE-3.

      *  A WAIVER THAT DID NOT FIT A TABLE IS MISSING FROM ITS
      *  SECTION -- A WARNING, SO THE BOUND GETS RAISED.
           IF WS-APPROVER-OVERFLOW > 0 OR WS-CUSTOMER-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE WAIVER-REPORT-FILE.
           GOBACK.

       READ-WAIVER-PARM.
           OPEN INPUT WAIVER-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-WAIVER-PARM-EXIT
           END-IF.
           READ WAIVER-PARM-FILE
               AT END GO TO CLOSE-WAIVER-PARM
           END-READ.
           IF WR-REPORT-MONTH NUMERIC AND WR-REPORT-MONTH > 0
               MOVE WR-REPORT-MONTH TO WS-REPORT-MONTH
           END-IF.
       CLOSE-WAIVER-PARM.
           CLOSE WAIVER-PARM-FILE.
       READ-WAIVER-PARM-EXIT.
           EXIT.

       READ-NEXT-WAIVER.
           READ WAIVER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-WAIVER-EOF-FLAG
           END-READ.

       READ-NEXT-INVOICE.
           READ INVOICE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  A WAIVER CREDITED IN THE REPORT MONTH GOES TO ITS APPROVER    *
      *  AND ITS CUSTOMER. ONES STILL IN FLIGHT ARE ONLY COUNTED.      *
      *****************************************************************
       TALLY-ONE-WAIVER.
           IF FW-AWAITING-APPROVAL
               ADD 1 TO WS-WAIVERS-PENDING
               GO TO TALLY-ONE-WAIVER-EXIT
           END-IF.
           IF FW-APPROVED
               ADD 1 TO WS-WAIVERS-APPROVED
               GO TO TALLY-ONE-WAIVER-EXIT
           END-IF.
           IF NOT FW-CREDITED OR
              FW-CREDIT-DATE(1:6) NOT = WS-REPORT-MONTH
               GO TO TALLY-ONE-WAIVER-EXIT
           END-IF.

           ADD 1 TO WS-WAIVERS-IN-MONTH.
           ADD FW-WAIVER-USD TO WS-TOTAL-WAIVED-USD.

           PERFORM FIND-APPROVER-SLOT.
           IF WS-SLOT-FOUND
               ADD 1 TO WS-APR-COUNT(WS-APPROVER-IDX)
               ADD FW-WAIVER-USD TO WS-APR-WAIVED-USD(WS-APPROVER-IDX)
           ELSE
               ADD 1 TO WS-APPROVER-OVERFLOW
           END-IF.

           MOVE FW-CUSTOMER-NUMBER TO WS-SEARCH-CUSTOMER.
           PERFORM FIND-CUSTOMER-SLOT.
           IF NOT WS-SLOT-FOUND
               IF WS-CUSTOMER-COUNT < WS-MAX-CUSTOMERS
                   ADD 1 TO WS-CUSTOMER-COUNT
                   SET WS-CUSTOMER-IDX TO WS-CUSTOMER-COUNT
                   MOVE FW-CUSTOMER-NUMBER
                       TO WS-CUS-CUSTOMER-NUMBER(WS-CUSTOMER-IDX)
                   MOVE 0 TO WS-CUS-COUNT(WS-CUSTOMER-IDX)
                   MOVE 0 TO WS-CUS-WAIVED-USD(WS-CUSTOMER-IDX)
                   MOVE 0 TO WS-CUS-ASSESSED-USD(WS-CUSTOMER-IDX)
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-CUSTOMER-OVERFLOW
               END-IF
           END-IF.
           IF WS-SLOT-FOUND
               ADD 1 TO WS-CUS-COUNT(WS-CUSTOMER-IDX)
               ADD FW-WAIVER-USD TO WS-CUS-WAIVED-USD(WS-CUSTOMER-IDX)
           END-IF.

       TALLY-ONE-WAIVER-EXIT.
           EXIT.

      *  WS-APPROVER-IDX COMES BACK ON FW-APPROVED-BY'S SLOT, A NEW
      *  ONE ADDED WHILE THE TABLE HAS ROOM.
       FIND-APPROVER-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG.
           MOVE 0 TO WS-APPROVER-SCAN.
           PERFORM UNTIL WS-APPROVER-SCAN = WS-APPROVER-COUNT
                      OR WS-SLOT-FOUND
               ADD 1 TO WS-APPROVER-SCAN
               SET WS-APPROVER-IDX TO WS-APPROVER-SCAN
               IF WS-APR-APPROVER-ID(WS-APPROVER-IDX) = FW-APPROVED-BY
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF NOT WS-SLOT-FOUND AND
              WS-APPROVER-COUNT < WS-MAX-APPROVERS
               ADD 1 TO WS-APPROVER-COUNT
               SET WS-APPROVER-IDX TO WS-APPROVER-COUNT
               MOVE FW-APPROVED-BY
                   TO WS-APR-APPROVER-ID(WS-APPROVER-IDX)
               MOVE 0 TO WS-APR-COUNT(WS-APPROVER-IDX)
               MOVE 0 TO WS-APR-WAIVED-USD(WS-APPROVER-IDX)
               MOVE 'Y' TO WS-SLOT-FOUND-FLAG
           END-IF.

      *  WS-CUSTOMER-IDX COMES BACK ON WS-SEARCH-CUSTOMER'S SLOT;
      *  ONLY THE WAIVER PASS ADDS SLOTS.
       FIND-CUSTOMER-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG.
           MOVE 0 TO WS-CUSTOMER-SCAN.
           PERFORM UNTIL WS-CUSTOMER-SCAN = WS-CUSTOMER-COUNT
                      OR WS-SLOT-FOUND
               ADD 1 TO WS-CUSTOMER-SCAN
               SET WS-CUSTOMER-IDX TO WS-CUSTOMER-SCAN
               IF WS-CUS-CUSTOMER-NUMBER(WS-CUSTOMER-IDX) =
                      WS-SEARCH-CUSTOMER
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-IF
           END-PERFORM.

      *****************************************************************
      *  ONE MASTER RECORD: A FINCHARGE CHARGE DATED IN THE REPORT     *
      *  MONTH IS A FINANCE CHARGE ASSESSED, TO THE MONTH'S TOTAL AND  *
      *  TO ITS CUSTOMER WHEN THAT CUSTOMER HAD A WAIVER.              *
      *****************************************************************
       TALLY-ONE-INVOICE.
           IF NOT IM-TYPE-CHARGE OR
              IM-INVOICE-PRODUCT-CODE NOT = 'FINCHARGE'
               GO TO TALLY-ONE-INVOICE-EXIT
           END-IF.

           COMPUTE WS-ITEM-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE)).
           MOVE WS-ITEM-YYYYMMDD(1:6) TO WS-ITEM-YYYYMM.
           IF WS-ITEM-YYYYMM NOT = WS-REPORT-MONTH
               GO TO TALLY-ONE-INVOICE-EXIT
           END-IF.

           COMPUTE WS-USD-AMOUNT ROUNDED =
               IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE.
           ADD WS-USD-AMOUNT TO WS-TOTAL-ASSESSED-USD.

           MOVE IM-CUSTOMER-NUMBER TO WS-SEARCH-CUSTOMER.
           PERFORM FIND-CUSTOMER-SLOT.
           IF WS-SLOT-FOUND
               ADD WS-USD-AMOUNT
                   TO WS-CUS-ASSESSED-USD(WS-CUSTOMER-IDX)
           END-IF.

       TALLY-ONE-INVOICE-EXIT.
           EXIT.

       WRITE-APPROVER-SECTION.
           MOVE 'WAIVERS BY APPROVER' TO WS-SECTION-LINE.
           WRITE WAIVER-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE WAIVER-REPORT-LINE FROM WS-APPROVER-HEADING.
           MOVE 0 TO WS-APPROVER-SCAN.
           PERFORM UNTIL WS-APPROVER-SCAN = WS-APPROVER-COUNT
               ADD 1 TO WS-APPROVER-SCAN
               SET WS-APPROVER-IDX TO WS-APPROVER-SCAN
               MOVE WS-APR-APPROVER-ID(WS-APPROVER-IDX)
                   TO WS-ADL-APPROVER-ID
               MOVE WS-APR-COUNT(WS-APPROVER-IDX) TO WS-ADL-COUNT
               MOVE WS-APR-WAIVED-USD(WS-APPROVER-IDX)
                   TO WS-ADL-WAIVED-USD
               MOVE 0 TO WS-PERCENT
               IF WS-TOTAL-WAIVED-USD > 0
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-APR-WAIVED-USD(WS-APPROVER-IDX) * 100
                           / WS-TOTAL-WAIVED-USD
               END-IF
               MOVE WS-PERCENT TO WS-ADL-SHARE
               WRITE WAIVER-REPORT-LINE FROM WS-APPROVER-LINE
           END-PERFORM.
           MOVE SPACES TO WAIVER-REPORT-LINE.
           WRITE WAIVER-REPORT-LINE.

       WRITE-CUSTOMER-SECTION.
           MOVE 'WAIVERS BY CUSTOMER' TO WS-SECTION-LINE.
           WRITE WAIVER-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE WAIVER-REPORT-LINE FROM WS-CUSTOMER-HEADING.
           MOVE 0 TO WS-CUSTOMER-SCAN.
           PERFORM UNTIL WS-CUSTOMER-SCAN = WS-CUSTOMER-COUNT
               ADD 1 TO WS-CUSTOMER-SCAN
               SET WS-CUSTOMER-IDX TO WS-CUSTOMER-SCAN
               MOVE WS-CUS-CUSTOMER-NUMBER(WS-CUSTOMER-IDX)
                   TO WS-CDL-CUSTOMER-NUMBER
               MOVE WS-CUS-COUNT(WS-CUSTOMER-IDX) TO WS-CDL-COUNT
               MOVE WS-CUS-WAIVED-USD(WS-CUSTOMER-IDX)
                   TO WS-CDL-WAIVED-USD
               MOVE WS-CUS-ASSESSED-USD(WS-CUSTOMER-IDX)
                   TO WS-CDL-ASSESSED-USD
               IF WS-CUS-ASSESSED-USD(WS-CUSTOMER-IDX) > 0
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-CUS-WAIVED-USD(WS-CUSTOMER-IDX) * 100
                           / WS-CUS-ASSESSED-USD(WS-CUSTOMER-IDX)
                       ON SIZE ERROR MOVE 99999.99 TO WS-PERCENT
                   END-COMPUTE
                   MOVE WS-PERCENT TO WS-CDL-PERCENT
               ELSE
                   MOVE '     N/A' TO WS-CDL-PERCENT-X
               END-IF
               WRITE WAIVER-REPORT-LINE FROM WS-CUSTOMER-LINE
           END-PERFORM.
