      * UNDER WHICH RULE, AND THEIR CONFIRMED BALANCES. BALANCES    *
      * ARE USD-RESTATED RECEIVABLES (NET PLUS TAX LESS PAID), THE  *
      * SAME FIGURE THE STATEMENTS CARRY.                           *
      * EACH LETTER NAMES THE COMPANY (COMPMAST.cpy) THE BALANCE IS *
      * OWED TO, WITH ITS REMIT-TO ADDRESS, SO THE CUSTOMER         *
      * CONFIRMS AGAINST THE RIGHT LEGAL ENTITY.                    *
      * A SELECTED CUSTOMER WHOSE MAIL HAS COME BACK UNDELIVERABLE   *
      * (ST-ADDRESS-BAD, SET BY RTNMAIL1) GETS NO LETTER -- IT STAYS *
      * ON THE CONTROL LISTING MARKED NOT SENT SO THE AUDITORS CAN  *
      * SUBSTITUTE OR CONFIRM BY OTHER MEANS, AND IS LISTED ON THE  *
      * RETURNED-MAIL SKIP FILE THROUGH WRITEMAILSKIP.              *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCNF01.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFIRMATION-LETTER-FILE ASSIGN TO AUDLTRS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-INDEX-FILE ASSIGN TO AUDDOCX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-LISTING-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SELECTION-PARM-FILE ASSIGN TO AUDPARM
           SELECT CUSTOMER-LIST-FILE ASSIGN TO AUDLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CUSTSTMT.

       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

           RECORD CONTAINS 132 CHARACTERS.
       01  CONFIRMATION-LETTER-LINE          PIC X(132).

       FD  LETTER-INDEX-FILE.
           COPY DOCINDX.

       FD  CONTROL-LISTING-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CONTROL-LISTING-LINE              PIC X(132).
           05  AL-CUSTOMER-NUMBER            PIC 9(9).
           05  FILLER                        PIC X(71).

       FD  COMPANY-MASTER-FILE.
           COPY COMPMAST.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-CUSTOMER-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-LIST-STATUS                    PIC X(2).
           88  WS-LIST-OPENED-OK             VALUE '00'.

      *  THE COMPANY MASTER (COMPMAST.cpy) IS OPTIONAL -- EVERY
      *  LETTER NAMES THE COMPANY THE CUSTOMER OWES THE BALANCE TO
      *  (SPACES ARE THE HOME COMPANY). WITHOUT THE MASTER, OR WITH
      *  NO RECORD FOR THAT COMPANY, THE LETTER PRINTS AS BEFORE.
       01  WS-COMPANY-STATUS                 PIC X(2).
           88  WS-COMPANY-OPENED-OK          VALUE '00'.
       01  WS-COMPANY-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-COMPANY-FILE-PRESENT       VALUE 'Y'.
       01  WS-COMPANY-FOUND-FLAG             PIC X.
           88  WS-COMPANY-FOUND              VALUE 'Y'.
       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.

       01  WS-REMIT-TO-LINE.
           05  FILLER                        PIC X(18)
               VALUE 'BALANCE OWED TO:  '.
           05  WS-RMT-NAME                   PIC X(30).

       01  WS-REMIT-ADDRESS-LINE.
           05  FILLER                        PIC X(18) VALUE SPACES.
           05  WS-RMT-ADDRESS                PIC X(30).

       01  WS-REMIT-CITY-LINE.
           05  FILLER                        PIC X(18) VALUE SPACES.
           05  WS-RMT-CITY                   PIC X(20).
           05  FILLER                        PIC X(2) VALUE ', '.
           05  WS-RMT-STATE                  PIC X(2).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-RMT-ZIP                    PIC X(10).

      *
      *  THE AUDITORS' SELECTION RULES. EVERYTHING DEFAULTS OFF --
      *  WITH NO PARAMETER FILE AND NO LIST, NOBODY IS SELECTED
           05  WS-ORPHAN-INVOICES            PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-CONFIRMED            PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-LETTERS-HELD               PIC 9(9) COMP VALUE 0.

       01  WS-MAILSKIP-DOCUMENT              PIC X(1) VALUE 'C'.
       01  WS-MAILSKIP-CALLER                PIC X(8) VALUE 'AUDCNF01'.

      *  DOCUMENT INDEX FOR DOCRTE01'S DELIVERY ROUTING -- ONE
      *  DOCINDX.cpy RECORD PER CONFIRMATION LETTER, CARRYING THE
      *  LINES THE LETTER TOOK.
       01  WS-DOC-LINE-COUNT                 PIC 9(5).

       01  WS-BLANK-LINE                     PIC X(132) VALUE SPACES.

           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CTL-BALANCE                PIC -(12)9.99.
           05  FILLER                        PIC X(4) VALUE ' USD'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CTL-NOTE                   PIC X(30).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(20)
           05  FILLER                        PIC X(24)
               VALUE 'TOTAL CONFIRMED (USD):  '.
           05  WS-SUM-TOTAL                  PIC -(12)9.99.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'HELD, RETURNED MAIL:    '.
           05  WS-SUM-HELD                   PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-CUTOFF-YYYYMMDD.
           PERFORM READ-SELECTION-PARM THRU READ-SELECTION-PARM-EXIT.
           COMPUTE WS-CUTOFF-JULIAN =
           OPEN INPUT CUSTOMER-EXTRACT-FILE
                      INVOICE-EXTRACT-FILE
                OUTPUT CONFIRMATION-LETTER-FILE
                       LETTER-INDEX-FILE
                       CONTROL-LISTING-FILE.

           WRITE CONTROL-LISTING-LINE FROM WS-CONTROL-TITLE-LINE.
           MOVE SPACES TO CONTROL-LISTING-LINE.
           WRITE CONTROL-LISTING-LINE.

           OPEN INPUT COMPANY-MASTER-FILE.
           IF WS-COMPANY-OPENED-OK
               SET WS-COMPANY-FILE-PRESENT TO TRUE
           ELSE
               CLOSE COMPANY-MASTER-FILE
           END-IF.

           PERFORM READ-NEXT-CUSTOMER.
           PERFORM READ-NEXT-INVOICE.

           WRITE CONTROL-LISTING-LINE.
           MOVE WS-LETTERS-WRITTEN TO WS-SUM-LETTERS.
           MOVE WS-TOTAL-CONFIRMED TO WS-SUM-TOTAL.
           MOVE WS-LETTERS-HELD    TO WS-SUM-HELD.
           WRITE CONTROL-LISTING-LINE FROM WS-SUMMARY-LINE.

           CLOSE CUSTOMER-EXTRACT-FILE
                 INVOICE-EXTRACT-FILE
                 CONFIRMATION-LETTER-FILE
                 LETTER-INDEX-FILE
                 CONTROL-LISTING-FILE.
           IF WS-COMPANY-FILE-PRESENT
               CLOSE COMPANY-MASTER-FILE
           END-IF.
           GOBACK.

       READ-SELECTION-PARM.
           END-EVALUATE.

           IF WS-SELECTION-RULE NOT = SPACES
               IF ST-ADDRESS-BAD
                   ADD 1 TO WS-LETTERS-HELD
                   MOVE 'NOT SENT, RETURNED MAIL' TO WS-CTL-NOTE
                   CALL 'WRITEMAILSKIP' USING WS-MAILSKIP-DOCUMENT
                                              ST-CUSTOMER-NUMBER
                                              ST-LAST-NAME
                                              WS-CONFIRMED-BALANCE
                                              WS-MAILSKIP-CALLER
               ELSE
                   PERFORM WRITE-CONFIRMATION-LETTER
                   ADD 1 TO WS-LETTERS-WRITTEN
                   ADD WS-CONFIRMED-BALANCE TO WS-TOTAL-CONFIRMED
                   MOVE SPACES TO WS-CTL-NOTE
               END-IF
               MOVE WS-CUSTOMER-KEY      TO WS-CTL-CUSTOMER-NUMBER
               MOVE WS-SELECTION-RULE    TO WS-CTL-RULE
               MOVE WS-CONFIRMED-BALANCE TO WS-CTL-BALANCE
           WRITE CONFIRMATION-LETTER-LINE FROM WS-BLANK-LINE.
           WRITE CONFIRMATION-LETTER-LINE FROM WS-REQUEST-LINE.
           WRITE CONFIRMATION-LETTER-LINE FROM WS-BLANK-LINE.
           MOVE 7 TO WS-DOC-LINE-COUNT.

           MOVE 0 TO WS-DETAIL-SCAN.
           PERFORM UNTIL WS-DETAIL-SCAN = WS-DETAIL-COUNT
               SET WS-DETAIL-IDX TO WS-DETAIL-SCAN
               WRITE CONFIRMATION-LETTER-LINE
                   FROM WS-DETAIL-TEXT(WS-DETAIL-IDX)
               ADD 1 TO WS-DOC-LINE-COUNT
           END-PERFORM.

           IF WS-DETAIL-OVERFLOW > 0
               MOVE WS-DETAIL-OVERFLOW TO WS-OVF-COUNT
               WRITE CONFIRMATION-LETTER-LINE FROM WS-OVERFLOW-LINE
               ADD 1 TO WS-DOC-LINE-COUNT
           END-IF.

           MOVE WS-CONFIRMED-BALANCE TO WS-TOT-AMOUNT.
           WRITE CONFIRMATION-LETTER-LINE FROM WS-TOTAL-LINE.
           PERFORM WRITE-REMIT-TO-BLOCK.
           WRITE CONFIRMATION-LETTER-LINE FROM WS-BLANK-LINE.
           ADD 2 TO WS-DOC-LINE-COUNT.

           MOVE 'AUDC'             TO DX-DOCUMENT-TYPE.
           MOVE ST-CUSTOMER-NUMBER TO DX-CUSTOMER-NUMBER.
           MOVE ST-ADDRESS-ZIP     TO DX-ADDRESS-ZIP.
           MOVE 0                  TO DX-LINES-BEFORE.
           MOVE WS-DOC-LINE-COUNT  TO DX-LINE-COUNT.
           WRITE DOCUMENT-INDEX-RECORD.

      *****************************************************************
      *  THE REMIT-TO BLOCK OF THE COMPANY THE CUSTOMER IS BILLED BY,  *
      *  UNDER THE BALANCE. A COMPANY WITH NO REMIT-TO NAME OF ITS     *
      *  OWN IS REMITTED TO BY ITS COMPANY NAME.                       *
      *****************************************************************
       WRITE-REMIT-TO-BLOCK.
           MOVE 'N' TO WS-COMPANY-FOUND-FLAG.
           IF WS-COMPANY-FILE-PRESENT
               MOVE ST-COMPANY-CODE TO CO-COMPANY-CODE
               IF CO-COMPANY-CODE = SPACES
                   MOVE WS-HOME-COMPANY-CODE TO CO-COMPANY-CODE
               END-IF
               MOVE 'Y' TO WS-COMPANY-FOUND-FLAG
               READ COMPANY-MASTER-FILE
                   INVALID KEY MOVE 'N' TO WS-COMPANY-FOUND-FLAG
               END-READ
           END-IF.

           IF WS-COMPANY-FOUND
               IF CO-REMIT-TO-NAME = SPACES
                   MOVE CO-COMPANY-NAME  TO WS-RMT-NAME
               ELSE
                   MOVE CO-REMIT-TO-NAME TO WS-RMT-NAME
               END-IF
               WRITE CONFIRMATION-LETTER-LINE FROM WS-REMIT-TO-LINE
               MOVE CO-REMIT-ADDRESS-LINE-1 TO WS-RMT-ADDRESS
               WRITE CONFIRMATION-LETTER-LINE FROM WS-REMIT-ADDRESS-LINE
               ADD 2 TO WS-DOC-LINE-COUNT
               IF CO-REMIT-ADDRESS-LINE-2 NOT = SPACES
                   MOVE CO-REMIT-ADDRESS-LINE-2 TO WS-RMT-ADDRESS
                   WRITE CONFIRMATION-LETTER-LINE
                       FROM WS-REMIT-ADDRESS-LINE
                   ADD 1 TO WS-DOC-LINE-COUNT
               END-IF
               MOVE CO-REMIT-CITY  TO WS-RMT-CITY
               MOVE CO-REMIT-STATE TO WS-RMT-STATE
               MOVE CO-REMIT-ZIP   TO WS-RMT-ZIP
               WRITE CONFIRMATION-LETTER-LINE FROM WS-REMIT-CITY-LINE
               ADD 1 TO WS-DOC-LINE-COUNT
           END-IF.
