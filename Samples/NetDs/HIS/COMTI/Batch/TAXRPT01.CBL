      ***********************************************************
      * TAXRPT01 -- MONTHLY SALES TAX REMITTANCE SUMMARY             *
      *                                                              *
      * MATCH-MERGES THE CUSTSTMT.cpy CUSTOMER EXTRACT AGAINST THE   *
      * INVOICE MASTER EXTRACT -- THE SAME TWO PRE-SORTED INPUTS AND *
      * THREE-WAY MERGE SHAPE AS STMTGEN1 -- AND ACCUMULATES THE TAX *
      * CARRIED ON EACH CHARGE (IM-INVOICE-TAX-AMOUNT, COMPUTED AT   *
      * POSTING TIME BY INVPOST1) BY THE JURISDICTION IT WAS         *
      * ACTUALLY CHARGED IN: IM-TAX-STATE/IM-TAX-ZIP, WHICH INVPOST1 *
      * STAMPS FROM THE SHIP-TO SITE OR THE BILL-TO ADDRESS. AN      *
      * INVOICE POSTED BEFORE THOSE FIELDS EXISTED FALLS BACK TO THE *
      * CUSTOMER'S BILL-TO STATE, WHICH IS WHERE IT WAS TAXED THEN.  *
      * ONE LINE PER JURISDICTION WITH TAXED-INVOICE COUNT AND TAX   *
      * TO REMIT (NAMED FROM TAXJURS WHEN THE TABLE IS ON THE        *
      * SYSTEM), PLUS A GRAND TOTAL -- THE SPREADSHEET AUDIT FLAGGED *
      * IS RETIRED. AN INVOICE WHOSE CUSTOMER ISN'T ON THE EXTRACT   *
      * IS COUNTED AS UNMATCHED SO ITS TAX ISN'T REMITTED TO THE     *
      * WRONG JURISDICTION SILENTLY.                                 *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT01.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-CUSTOMER-NUMBER
               FILE STATUS IS WS-EXEMPT-STATUS.
           SELECT TAX-JURISDICTION-FILE ASSIGN TO TAXJURS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-KEY
               FILE STATUS IS WS-TAX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CUSTSTMT.

       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

       FD  TAX-EXEMPTION-FILE.
           COPY TAXEXMP.

       FD  TAX-JURISDICTION-FILE.
           COPY TAXJURS.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-CUSTOMER-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).

      *  THE JURISDICTION NAME PRINTED ON EACH LINE COMES FROM
      *  TAXJURS; NO TABLE ON THE SYSTEM JUST LEAVES IT BLANK.
       01  WS-TAX-STATUS                     PIC X(2).
           88  WS-TAX-STATUS-OK              VALUE '00'.
       01  WS-TAX-FILE-FLAG                  PIC X VALUE 'N'.
           88  WS-TAX-FILE-PRESENT           VALUE 'Y'.

      *  THE JURISDICTION THE CURRENT INVOICE COUNTS TOWARD.
       01  WS-JURIS-STATE                    PIC X(2).
       01  WS-JURIS-ZIP                      PIC X(10).

      *  PER-JURISDICTION TAX ACCUMULATORS, LINEAR-SEARCHED -- SAME
      *  BOUNDED-TABLE APPROACH AS INVREVL1'S CURRENCY TABLE. A
      *  JURISDICTION THAT DOES NOT FIT IS STILL IN THE GRAND
      *  TOTALS AND IS COUNTED ON THE SUMMARY, NEVER DROPPED
      *  SILENTLY.
       01  WS-MAX-STATES                     PIC 9(4) COMP VALUE 500.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-STATE-IDX.
               10  WS-STA-STATE              PIC X(2).
               10  WS-STA-ZIP                PIC X(10).
               10  WS-STA-INVOICE-COUNT      PIC 9(9) COMP.
               10  WS-STA-TAX-AMOUNT         PIC S9(13)V9(2) COMP-3.
               10  WS-STA-EXEMPT-COUNT       PIC 9(9) COMP.
       01  WS-STATE-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-STATE-SCAN                     PIC 9(4) COMP.
       01  WS-STATE-SLOT                     PIC 9(4) COMP.
       01  WS-STATE-OVERFLOW                 PIC 9(9) COMP VALUE 0.

       01  WS-COUNTERS.
           05  WS-TAXED-INVOICES             PIC 9(9) COMP VALUE 0.
           05  FILLER                        PIC X(6)
               VALUE 'STATE '.
           05  WS-DTL-STATE                  PIC X(2).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-ZIP                    PIC X(10).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-NAME                   PIC X(20).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(16)
           05  FILLER                        PIC X(6)
               VALUE 'STATE '.
           05  WS-EXM-STATE                  PIC X(2).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-EXM-ZIP                    PIC X(10).
           05  FILLER                        PIC X(24) VALUE SPACES.
           05  WS-EXM-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(17)
               VALUE ' EXEMPT INVOICES '.
               VALUE 'EXEMPT INVOICES: '.
           05  WS-SUM-EXEMPT                 PIC ZZZ,ZZZ,ZZ9.

       01  WS-OVERFLOW-LINE.
           05  FILLER                        PIC X(42)
               VALUE 'INVOICES OVER THE JURISDICTION TABLE SIZE:'.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(36)
               VALUE ' (IN THE TOTALS, NOT ON ANY LINE)'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT CUSTOMER-EXTRACT-FILE
                      INVOICE-EXTRACT-FILE
                OUTPUT TAX-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).
               CLOSE TAX-EXEMPTION-FILE
           END-IF.

           OPEN INPUT TAX-JURISDICTION-FILE.
           IF WS-TAX-STATUS-OK
               SET WS-TAX-FILE-PRESENT TO TRUE
           ELSE
               CLOSE TAX-JURISDICTION-FILE
           END-IF.

           WRITE TAX-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE WS-EXEMPT-INVOICES     TO WS-SUM-EXEMPT.
           WRITE TAX-REPORT-LINE FROM WS-EXEMPT-SUMMARY-LINE.

           IF WS-STATE-OVERFLOW > 0
               MOVE WS-STATE-OVERFLOW TO WS-OVF-COUNT
               WRITE TAX-REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-EXEMPT-FILE-PRESENT
               CLOSE TAX-EXEMPTION-FILE
           END-IF.
           IF WS-TAX-FILE-PRESENT
               CLOSE TAX-JURISDICTION-FILE
           END-IF.
           CLOSE CUSTOMER-EXTRACT-FILE
                 INVOICE-EXTRACT-FILE
                 TAX-REPORT-FILE.
      *  CARRY NO TAX OF THEIR OWN, AND A ZERO TAX AMOUNT MEANS THE
      *  CUSTOMER'S JURISDICTION WASN'T LOADED WHEN IT POSTED.
       ACCUMULATE-INVOICE-TAX.
           IF IM-TAX-STATE = SPACES
               MOVE ST-ADDRESS-STATE TO WS-JURIS-STATE
               MOVE SPACES           TO WS-JURIS-ZIP
           ELSE
               MOVE IM-TAX-STATE     TO WS-JURIS-STATE
               MOVE IM-TAX-ZIP       TO WS-JURIS-ZIP
           END-IF.

           IF NOT IM-TYPE-CHARGE
               CONTINUE
           ELSE
               ADD 1 TO WS-STA-EXEMPT-COUNT(WS-STATE-IDX)
               ADD IM-INVOICE-AMOUNT
                   TO WS-STA-EXEMPT-SALES(WS-STATE-IDX)
           ELSE
               ADD 1 TO WS-STATE-OVERFLOW
           END-IF.

       ADD-TAX-TO-STATE.
               ADD 1 TO WS-STA-INVOICE-COUNT(WS-STATE-IDX)
               ADD IM-INVOICE-TAX-AMOUNT
                   TO WS-STA-TAX-AMOUNT(WS-STATE-IDX)
           ELSE
               ADD 1 TO WS-STATE-OVERFLOW
           END-IF.

       FIND-STATE-SLOT.
                      OR WS-STATE-SLOT > 0
               ADD 1 TO WS-STATE-SCAN
               SET WS-STATE-IDX TO WS-STATE-SCAN
               IF WS-STA-STATE(WS-STATE-IDX) = WS-JURIS-STATE AND
                  WS-STA-ZIP(WS-STATE-IDX) = WS-JURIS-ZIP
                   MOVE WS-STATE-SCAN TO WS-STATE-SLOT
               END-IF
           END-PERFORM.
               ADD 1 TO WS-STATE-COUNT
               MOVE WS-STATE-COUNT TO WS-STATE-SLOT
               SET WS-STATE-IDX TO WS-STATE-SLOT
               MOVE WS-JURIS-STATE TO WS-STA-STATE(WS-STATE-IDX)
               MOVE WS-JURIS-ZIP   TO WS-STA-ZIP(WS-STATE-IDX)
               MOVE 0 TO WS-STA-INVOICE-COUNT(WS-STATE-IDX)
               MOVE 0 TO WS-STA-TAX-AMOUNT(WS-STATE-IDX)
               MOVE 0 TO WS-STA-EXEMPT-COUNT(WS-STATE-IDX)
               ADD 1 TO WS-STATE-SCAN
               SET WS-STATE-IDX TO WS-STATE-SCAN
               MOVE WS-STA-STATE(WS-STATE-IDX) TO WS-DTL-STATE
               MOVE WS-STA-ZIP(WS-STATE-IDX)   TO WS-DTL-ZIP
               PERFORM LOOK-UP-JURISDICTION-NAME
               MOVE WS-STA-INVOICE-COUNT(WS-STATE-IDX)
                   TO WS-DTL-COUNT
               MOVE WS-STA-TAX-AMOUNT(WS-STATE-IDX) TO WS-DTL-TAX
               WRITE TAX-REPORT-LINE FROM WS-DETAIL-LINE
               IF WS-STA-EXEMPT-COUNT(WS-STATE-IDX) > 0
                   MOVE WS-STA-STATE(WS-STATE-IDX) TO WS-EXM-STATE
                   MOVE WS-STA-ZIP(WS-STATE-IDX)   TO WS-EXM-ZIP
                   MOVE WS-STA-EXEMPT-COUNT(WS-STATE-IDX)
                       TO WS-EXM-COUNT
                   MOVE WS-STA-EXEMPT-SALES(WS-STATE-IDX)
                   WRITE TAX-REPORT-LINE FROM WS-EXEMPT-LINE
               END-IF
           END-PERFORM.

       LOOK-UP-JURISDICTION-NAME.
           MOVE SPACES TO WS-DTL-NAME.
           IF WS-TAX-FILE-PRESENT
               MOVE WS-STA-STATE(WS-STATE-IDX) TO TJ-STATE
               MOVE WS-STA-ZIP(WS-STATE-IDX)   TO TJ-ZIP
               READ TAX-JURISDICTION-FILE
                   INVALID KEY MOVE SPACES TO TJ-JURISDICTION-NAME
               END-READ
               MOVE TJ-JURISDICTION-NAME TO WS-DTL-NAME
           END-IF.
