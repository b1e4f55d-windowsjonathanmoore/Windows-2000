      ***********************************************************
      * UNMERGE1 -- CUSTOMER MERGE REVERSAL (UN-MERGE)               *
      *                                                              *
      * WHEN A CUSTDUP1 CANDIDATE WAS CONFIRMED IN ERROR, INVRASN1   *
      * HAS ALREADY MOVED THE OLD CUSTOMER'S INVOICES TO THE         *
      * SURVIVOR AND CUSTALIA POINTS THE OLD NUMBER THERE, AND THE   *
      * ONLY WAY BACK WAS HAND SURGERY ON INVMAST. THIS JOB READS A  *
      * PAIRS FILE IN THE MRGPAIRS LAYOUT (OLD NUMBER, SURVIVOR -- A *
      * ZERO SURVIVOR MEANS WHATEVER THE ALIAS SAYS) AND PUTS EACH   *
      * MERGE BACK:                                                  *
      *                                                              *
      *   - THE INVJRNL ENTRIES INVRASN1 WROTE FOR THE MERGE (THE    *
      *     ARCHIVED GENERATION IN INVJARCH FIRST, IF ALLOCATED,     *
      *     THEN THE LIVE JOURNAL) NAME EXACTLY WHICH INVOICES CAME  *
      *     OFF THE OLD NUMBER -- A DELETE UNDER THE OLD KEY         *
      *     FOLLOWED BY A WRITE UNDER THE SURVIVOR'S. A COLLISION    *
      *     PUT-BACK NEVER MOVED AND AN INVOICE THE SURVIVOR BILLED  *
      *     ITSELF IS NOT IN ANY SUCH PAIR, SO NEITHER IS TOUCHED.   *
      *   - EACH SUCH INVOICE STILL ON INVMAST IS REKEYED BACK TO    *
      *     THE OLD NUMBER AS IT STANDS TODAY, PAYMENTS AND ALL, THE *
      *     SAME DELETE-AND-WRITE WAY INVRASN1 MOVED IT, JOURNALED.  *
      *   - PAYHIST IS COPIED TO PAYHUNMG WITH EVERY PAYMENT AGAINST *
      *     A RESTORED INVOICE BACK ON THE OLD NUMBER; OPS RELOADS   *
      *     PAYHIST FROM IT, THE CSMTPURG WAY.                       *
      *   - BOTH CUSTOMERS' CUSTBAL RECORDS ARE REBUILT FROM THE     *
      *     MASTER, EACH ONE'S LAST-PAYMENT DATE RE-DERIVED FROM THE *
      *     PAYMENT HISTORY AS IT NOW STANDS.                        *
      *   - THE ALIAS IS REMOVED.                                    *
      *                                                              *
      * A PAIR WITH NO ALIAS, AN ALIAS POINTING ELSEWHERE, OR NO     *
      * JOURNALED MOVES IS REJECTED UNTOUCHED. AN INVOICE THE OLD    *
      * NUMBER HAS SINCE REUSED (KEY COLLISION) STAYS ON THE         *
      * SURVIVOR, AND ONE ARCHIVED SINCE THE MERGE HAS NOTHING LEFT  *
      * TO MOVE; BOTH GO ON THE REGISTER FOR MANUAL RESOLUTION AND   *
      * GRADE THE RUN CONDITION CODE 4. EVERY INVOICE, PAYMENT       *
      * COUNT, BALANCE AND ALIAS CHANGE IS PRINTED ON THE REVERSAL   *
      * REGISTER FOR AUDIT. THE MOVES ARE JOURNALED UNDER THIS       *
      * PROGRAM'S NAME AND, LIKE INVRASN1'S, ARE OWNERSHIP CHANGES   *
      * GLEXTR01 NEVER BOOKS.                                        *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNMERGE1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNMERGE-PAIR-FILE ASSIGN TO UNMGPAIR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIR-STATUS.
           SELECT CUSTOMER-ALIAS-FILE ASSIGN TO CUSTALIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-OLD-CUSTOMER-NUMBER
               FILE STATUS IS WS-ALIAS-STATUS.
           SELECT INVOICE-JOURNAL-ARCHIVE ASSIGN TO INVJARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT INVOICE-JOURNAL-FILE ASSIGN TO INVJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTOMER-BALANCE-FILE ASSIGN TO CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CUSTOMER-NUMBER
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RESTORED-HISTORY-FILE ASSIGN TO PAYHUNMG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSAL-REGISTER-FILE ASSIGN TO UNMGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UNMERGE-PAIR-FILE.
       01  UNMERGE-PAIR-RECORD.
           05  UP-OLD-CUSTOMER-NUMBER        PIC 9(9).
           05  UP-SURVIVOR-CUSTOMER-NUMBER   PIC 9(9).
           05  FILLER                        PIC X(62).

       FD  CUSTOMER-ALIAS-FILE.
           COPY CUSTALIA.

       FD  INVOICE-JOURNAL-ARCHIVE.
           COPY INVJRNL
               REPLACING INVOICE-JOURNAL-RECORD BY
                             ARCHIVED-INVOICE-ENTRY
                         LEADING ==JR== BY ==JA==.

       FD  INVOICE-JOURNAL-FILE.
           COPY INVJRNL.

       FD  INVOICE-MASTER-FILE.
           COPY INVMAST.

       FD  CUSTOMER-BALANCE-FILE.
           COPY CUSTBAL.

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  RESTORED-HISTORY-FILE.
           COPY PAYHIST
               REPLACING PAYMENT-HISTORY-RECORD BY
                             RESTORED-HISTORY-RECORD
                         LEADING ==PH== BY ==PR==.

       FD  REVERSAL-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REVERSAL-REGISTER-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAIR-STATUS                    PIC X(2).
           88  WS-PAIR-OPENED-OK             VALUE '00'.
       01  WS-ALIAS-STATUS                   PIC X(2).
           88  WS-ALIAS-STATUS-OK            VALUE '00'.
       01  WS-JOURNAL-STATUS                 PIC X(2).
           88  WS-JOURNAL-OPENED-OK          VALUE '00'.
       01  WS-MASTER-STATUS                  PIC X(2).
           88  WS-MASTER-STATUS-OK           VALUE '00'.
       01  WS-BALANCE-STATUS                 PIC X(2).
           88  WS-BALANCE-STATUS-OK          VALUE '00'.
       01  WS-HISTORY-STATUS                 PIC X(2).
           88  WS-HISTORY-OPENED-OK          VALUE '00'.

       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.
       01  WS-MORE-SCAN                      PIC X.
           88  MORE-SCAN-RECORDS             VALUE 'Y'.
       01  WS-FOUND-FLAG                     PIC X.
           88  WS-FOUND                      VALUE 'Y'.
       01  WS-COLLISION-FLAG                 PIC X.
           88  WS-KEY-COLLIDED               VALUE 'Y'.
       01  WS-STOP-FLAG                      PIC X VALUE 'N'.
           88  WS-STOP-BEFORE-MOVING         VALUE 'Y'.
       01  WS-HISTORY-COPIED-FLAG            PIC X VALUE 'N'.
           88  WS-HISTORY-COPIED             VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).
       01  WS-MODIFICATION-STAMP             PIC 9(14).

      *  EACH MOVE BACK IS JOURNALED AS ITS DELETE AND ITS WRITE,
      *  EXACTLY AS INVRASN1 JOURNALED THE MOVE OUT, SO INVRCVR1
      *  REPLAYS BOTH.
       01  WS-JOURNAL-ACTION                 PIC X(1).
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'UNMERGE1'.
       01  WS-JOURNAL-BEFORE                 PIC X(4256).
       01  WS-JOURNAL-AFTER                  PIC X(4256).

      *  THE PAIRS ASKED FOR, EACH VETTED AGAINST ITS ALIAS BEFORE
      *  ANYTHING MOVES, WITH WHAT BECAME OF IT.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 100 TIMES.
               10  WS-PAIR-OLD               PIC 9(9).
               10  WS-PAIR-SURVIVOR          PIC 9(9).
               10  WS-PAIR-STATE             PIC X(1).
                   88  WS-PAIR-ACCEPTED          VALUE 'A'.
                   88  WS-PAIR-REJECTED          VALUE 'R'.
               10  WS-PAIR-MESSAGE           PIC X(44).
               10  WS-PAIR-JOURNALED         PIC 9(7) COMP.
               10  WS-PAIR-RESTORED          PIC 9(7) COMP.
               10  WS-PAIR-COLLIDED          PIC 9(7) COMP.
               10  WS-PAIR-NOT-ON-MASTER     PIC 9(7) COMP.
               10  WS-PAIR-PAYMENTS-MOVED    PIC 9(7) COMP.
               10  WS-PAIR-OLD-LAST-PAY      PIC 9(7).
               10  WS-PAIR-SURV-LAST-PAY     PIC 9(7).
       01  WS-PAIR-COUNT                     PIC 9(4) COMP VALUE 0.
       01  WS-PAIR-MAX                       PIC 9(4) COMP VALUE 100.
       01  WS-PAIR-IX                        PIC 9(4) COMP.

      *  EVERY INVOICE THE JOURNAL SHOWS LEAVING AN OLD NUMBER FOR
      *  ITS SURVIVOR. AN EARLIER UN-MERGE'S OWN MOVE BACK MARKS THE
      *  INVOICE UNDONE, SO A RERUN NEVER MOVES IT TWICE.
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY OCCURS 5000 TIMES.
               10  WS-MOVE-PAIR              PIC 9(4) COMP.
               10  WS-MOVE-INVOICE           PIC 9(10).
               10  WS-MOVE-STATE             PIC X(1).
                   88  WS-MOVE-JOURNALED         VALUE 'J'.
                   88  WS-MOVE-UNDONE            VALUE 'U'.
                   88  WS-MOVE-RESTORED          VALUE 'R'.
                   88  WS-MOVE-COLLIDED          VALUE 'C'.
                   88  WS-MOVE-NOT-ON-MASTER     VALUE 'N'.
                   88  WS-MOVE-BELONGS-TO-OLD    VALUE 'R' 'N'.
       01  WS-MOVE-COUNT                     PIC 9(4) COMP VALUE 0.
       01  WS-MOVE-MAX                       PIC 9(4) COMP VALUE 5000.
       01  WS-MOVE-IX                        PIC 9(4) COMP.

      *  THE JOURNAL ENTRY BEING LOOKED AT, WHICHEVER FILE IT CAME
      *  FROM, AND THE DELETE THAT OPENED THE MOVE IT BELONGS TO.
           COPY INVJRNL
               REPLACING INVOICE-JOURNAL-RECORD BY
                             WS-JOURNAL-ENTRY
                         LEADING ==JR== BY ==WJ==.
       01  WS-IMAGE-KEY.
           05  WS-IMAGE-CUSTOMER             PIC 9(9).
           05  WS-IMAGE-INVOICE              PIC 9(10).
       01  WS-LAST-DELETE.
           05  WS-DELETE-PROGRAM             PIC X(8) VALUE SPACES.
           05  WS-DELETE-CUSTOMER            PIC 9(9).
           05  WS-DELETE-INVOICE             PIC 9(10).
       01  WS-FROM-CUSTOMER                  PIC 9(9).
       01  WS-TO-CUSTOMER                    PIC 9(9).

       01  WS-REBUILD-CUSTOMER               PIC 9(9).
       01  WS-REBUILD-LAST-PAY               PIC 9(7).
       01  WS-DERIVED-CHARGES                PIC S9(13)V9(2) COMP-3.
       01  WS-DERIVED-CREDITS                PIC S9(13)V9(2) COMP-3.
       01  WS-USD-AMOUNT                     PIC S9(13)V9(2) COMP-3.
       01  WS-NET-BEFORE                     PIC S9(13)V9(2) COMP-3.

       01  WS-COUNTERS.
           05  WS-PAIRS-READ                 PIC 9(9) COMP VALUE 0.
           05  WS-PAIRS-REVERSED             PIC 9(9) COMP VALUE 0.
           05  WS-PAIRS-REJECTED             PIC 9(9) COMP VALUE 0.
           05  WS-JOURNAL-ENTRIES-READ       PIC 9(9) COMP VALUE 0.
           05  WS-INVOICES-RESTORED          PIC 9(9) COMP VALUE 0.
           05  WS-INVOICES-COLLIDED          PIC 9(9) COMP VALUE 0.
           05  WS-INVOICES-NOT-ON-MASTER     PIC 9(9) COMP VALUE 0.
           05  WS-PAYMENTS-MOVED             PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'CUSTOMER MERGE REVERSAL REGISTER'.
           05  FILLER                        PIC X(10)
               VALUE 'RUN DATE '.
           05  WS-TTL-RUN-DATE               PIC 9(8).

       01  WS-HEADING-LINE.
           05  FILLER                        PIC X(12)
               VALUE 'OLD NUMBER'.
           05  FILLER                        PIC X(12)
               VALUE 'SURVIVOR'.
           05  FILLER                        PIC X(13)
               VALUE 'INVOICE'.
           05  FILLER                        PIC X(44)
               VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-OLD-NUMBER             PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-SURVIVOR-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-MESSAGE                PIC X(44).

       01  WS-PAIR-TOTAL-LINE.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'RESTORED: '.
           05  WS-PTL-RESTORED               PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(13)
               VALUE '   COLLIDED: '.
           05  WS-PTL-COLLIDED               PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(18)
               VALUE '   NOT ON MASTER: '.
           05  WS-PTL-NOT-ON-MASTER          PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(19)
               VALUE '   PAYMENTS MOVED: '.
           05  WS-PTL-PAYMENTS               PIC ZZZ,ZZ9.

       01  WS-BALANCE-LINE.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(8)
               VALUE 'CUSTBAL '.
           05  WS-BAL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(9)
               VALUE '  WAS:   '.
           05  WS-BAL-NET-BEFORE             PIC -(12)9.99.
           05  FILLER                        PIC X(9)
               VALUE '  NOW:   '.
           05  WS-BAL-NET-AFTER              PIC -(12)9.99.
           05  FILLER                        PIC X(14)
               VALUE '  LAST PAID:  '.
           05  WS-BAL-LAST-PAY               PIC 9(7).

       01  WS-MESSAGE-LINE.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-MSG-TEXT                   PIC X(80).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                  PIC X(36).
           05  WS-CNT-VALUE                  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O INVOICE-MASTER-FILE.
           IF NOT WS-MASTER-STATUS-OK
               CLOSE INVOICE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CUSTOMER-ALIAS-FILE.
           IF NOT WS-ALIAS-STATUS-OK
               CLOSE INVOICE-MASTER-FILE CUSTOMER-ALIAS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CUSTOMER-BALANCE-FILE.
           IF NOT WS-BALANCE-STATUS-OK
               CLOSE INVOICE-MASTER-FILE
                     CUSTOMER-ALIAS-FILE
                     CUSTOMER-BALANCE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REVERSAL-REGISTER-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-MODIFICATION-STAMP.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).

           MOVE WS-TODAY-YYYYMMDD TO WS-TTL-RUN-DATE.
           WRITE REVERSAL-REGISTER-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO REVERSAL-REGISTER-LINE.
           WRITE REVERSAL-REGISTER-LINE.
           WRITE REVERSAL-REGISTER-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REVERSAL-REGISTER-LINE.
           WRITE REVERSAL-REGISTER-LINE.

           PERFORM LOAD-PAIRS THRU LOAD-PAIRS-EXIT.
           IF NOT WS-STOP-BEFORE-MOVING
               PERFORM SCAN-JOURNALS THRU SCAN-JOURNALS-EXIT
           END-IF.

      *  NOTHING MOVES UNLESS EVERY PAIR AND EVERY JOURNALED MOVE
      *  WAS HELD -- A PARTIAL PICTURE COULD SPLIT A MERGE.
           IF NOT WS-STOP-BEFORE-MOVING
               PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                       UNTIL WS-PAIR-IX > WS-PAIR-COUNT
                   PERFORM RESTORE-ONE-PAIR THRU
                           RESTORE-ONE-PAIR-EXIT
               END-PERFORM
               PERFORM COPY-PAYMENT-HISTORY THRU
                       COPY-PAYMENT-HISTORY-EXIT
               PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                       UNTIL WS-PAIR-IX > WS-PAIR-COUNT
                   PERFORM FINISH-ONE-PAIR THRU
                           FINISH-ONE-PAIR-EXIT
               END-PERFORM
           END-IF.

           PERFORM WRITE-RUN-SUMMARY.

           CLOSE INVOICE-MASTER-FILE
                 CUSTOMER-ALIAS-FILE
                 CUSTOMER-BALANCE-FILE
                 REVERSAL-REGISTER-FILE.

           IF WS-STOP-BEFORE-MOVING
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PAIRS-REJECTED > 0 OR
                  WS-INVOICES-COLLIDED > 0 OR
                  WS-INVOICES-NOT-ON-MASTER > 0 OR
                  (WS-PAIRS-REVERSED > 0 AND NOT WS-HISTORY-COPIED)
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *****************************************************************
      *  READ AND VET EVERY PAIR UP FRONT. THE ALIAS MUST EXIST AND   *
      *  POINT AT THE SURVIVOR GIVEN; A ZERO SURVIVOR TAKES THE       *
      *  ALIAS'S OWN.                                                 *
      *****************************************************************
       LOAD-PAIRS.
           OPEN INPUT UNMERGE-PAIR-FILE.
           IF NOT WS-PAIR-OPENED-OK
               MOVE 'PAIRS FILE UNMGPAIR COULD NOT BE OPENED'
                   TO WS-MSG-TEXT
               WRITE REVERSAL-REGISTER-LINE FROM WS-MESSAGE-LINE
               MOVE 'Y' TO WS-STOP-FLAG
               GO TO LOAD-PAIRS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-NEXT-PAIR.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-PAIRS-READ
               IF WS-PAIR-COUNT < WS-PAIR-MAX
                   ADD 1 TO WS-PAIR-COUNT
                   PERFORM VET-ONE-PAIR
               ELSE
                   MOVE 'MORE PAIRS THAN ONE RUN HOLDS, NONE REVERSED'
                       TO WS-MSG-TEXT
                   WRITE REVERSAL-REGISTER-LINE FROM WS-MESSAGE-LINE
                   MOVE 'Y' TO WS-STOP-FLAG
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
               IF NOT WS-NO-MORE-RECORDS
                   PERFORM READ-NEXT-PAIR
               END-IF
           END-PERFORM.

           CLOSE UNMERGE-PAIR-FILE.

       LOAD-PAIRS-EXIT.
           EXIT.

       READ-NEXT-PAIR.
           READ UNMERGE-PAIR-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       VET-ONE-PAIR.
           MOVE WS-PAIR-COUNT TO WS-PAIR-IX.
           INITIALIZE WS-PAIR-ENTRY(WS-PAIR-IX).
           MOVE UP-OLD-CUSTOMER-NUMBER TO WS-PAIR-OLD(WS-PAIR-IX).
           MOVE UP-SURVIVOR-CUSTOMER-NUMBER
               TO WS-PAIR-SURVIVOR(WS-PAIR-IX).
           SET WS-PAIR-ACCEPTED(WS-PAIR-IX) TO TRUE.

           MOVE UP-OLD-CUSTOMER-NUMBER TO AL-OLD-CUSTOMER-NUMBER.
           READ CUSTOMER-ALIAS-FILE
               INVALID KEY
                   SET WS-PAIR-REJECTED(WS-PAIR-IX) TO TRUE
                   MOVE 'REJECTED, OLD NUMBER HAS NO ALIAS'
                       TO WS-PAIR-MESSAGE(WS-PAIR-IX)
           END-READ.

           IF WS-PAIR-ACCEPTED(WS-PAIR-IX)
               IF UP-SURVIVOR-CUSTOMER-NUMBER = 0
                   MOVE AL-SURVIVOR-CUSTOMER-NUMBER
                       TO WS-PAIR-SURVIVOR(WS-PAIR-IX)
               ELSE
                   IF AL-SURVIVOR-CUSTOMER-NUMBER NOT =
                      UP-SURVIVOR-CUSTOMER-NUMBER
                       SET WS-PAIR-REJECTED(WS-PAIR-IX) TO TRUE
                       MOVE 'REJECTED, ALIAS POINTS AT ANOTHER NUMBER'
                           TO WS-PAIR-MESSAGE(WS-PAIR-IX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  ONE PASS OVER THE JOURNAL, OLDEST GENERATION FIRST. A MOVE   *
      *  IS A DELETE FOLLOWED BY A WRITE OF THE SAME INVOICE UNDER    *
      *  ANOTHER CUSTOMER, FROM THE SAME PROGRAM: INVRASN1'S TAKE AN  *
      *  INVOICE OFF THE OLD NUMBER, THIS PROGRAM'S PUT IT BACK.      *
      *****************************************************************
       SCAN-JOURNALS.
           OPEN INPUT INVOICE-JOURNAL-ARCHIVE.
           IF WS-JOURNAL-OPENED-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-NEXT-ARCHIVED-ENTRY
               PERFORM UNTIL WS-NO-MORE-RECORDS
                            OR WS-STOP-BEFORE-MOVING
                   MOVE ARCHIVED-INVOICE-ENTRY TO WS-JOURNAL-ENTRY
                   PERFORM EXAMINE-JOURNAL-ENTRY THRU
                           EXAMINE-JOURNAL-ENTRY-EXIT
                   PERFORM READ-NEXT-ARCHIVED-ENTRY
               END-PERFORM
               CLOSE INVOICE-JOURNAL-ARCHIVE
           END-IF.

           OPEN INPUT INVOICE-JOURNAL-FILE.
           IF NOT WS-JOURNAL-OPENED-OK
               MOVE 'JOURNAL INVJRNL COULD NOT BE OPENED'
                   TO WS-MSG-TEXT
               WRITE REVERSAL-REGISTER-LINE FROM WS-MESSAGE-LINE
               MOVE 'Y' TO WS-STOP-FLAG
               GO TO SCAN-JOURNALS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-NEXT-LIVE-ENTRY.
           PERFORM UNTIL WS-NO-MORE-RECORDS
                        OR WS-STOP-BEFORE-MOVING
               MOVE INVOICE-JOURNAL-RECORD TO WS-JOURNAL-ENTRY
               PERFORM EXAMINE-JOURNAL-ENTRY THRU
                       EXAMINE-JOURNAL-ENTRY-EXIT
               PERFORM READ-NEXT-LIVE-ENTRY
           END-PERFORM.
           CLOSE INVOICE-JOURNAL-FILE.

       SCAN-JOURNALS-EXIT.
           EXIT.

       READ-NEXT-ARCHIVED-ENTRY.
           READ INVOICE-JOURNAL-ARCHIVE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-NEXT-LIVE-ENTRY.
           READ INVOICE-JOURNAL-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       EXAMINE-JOURNAL-ENTRY.
           ADD 1 TO WS-JOURNAL-ENTRIES-READ.
           IF WJ-PROGRAM-NAME NOT = 'INVRASN1' AND
              WJ-PROGRAM-NAME NOT = 'UNMERGE1'
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT
           END-IF.

           IF WJ-ACTION-DELETE
               MOVE WJ-BEFORE-IMAGE(1:19) TO WS-IMAGE-KEY
               IF WS-IMAGE-KEY IS NUMERIC
                   MOVE WJ-PROGRAM-NAME    TO WS-DELETE-PROGRAM
                   MOVE WS-IMAGE-CUSTOMER  TO WS-DELETE-CUSTOMER
                   MOVE WS-IMAGE-INVOICE   TO WS-DELETE-INVOICE
               ELSE
                   MOVE SPACES TO WS-DELETE-PROGRAM
               END-IF
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT
           END-IF.

           IF NOT WJ-ACTION-WRITE OR
              WJ-PROGRAM-NAME NOT = WS-DELETE-PROGRAM
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT
           END-IF.

           MOVE WJ-AFTER-IMAGE(1:19) TO WS-IMAGE-KEY.
           MOVE SPACES TO WS-DELETE-PROGRAM.
           IF WS-IMAGE-KEY NOT NUMERIC OR
              WS-IMAGE-INVOICE NOT = WS-DELETE-INVOICE OR
              WS-IMAGE-CUSTOMER = WS-DELETE-CUSTOMER
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT
           END-IF.

      *  A MERGE MOVE RUNS OLD TO SURVIVOR; AN UN-MERGE MOVE RUNS
      *  SURVIVOR TO OLD, SO THE PAIR IS LOOKED UP THE OTHER WAY.
           IF WJ-PROGRAM-NAME = 'INVRASN1'
               MOVE WS-DELETE-CUSTOMER TO WS-FROM-CUSTOMER
               MOVE WS-IMAGE-CUSTOMER  TO WS-TO-CUSTOMER
           ELSE
               MOVE WS-IMAGE-CUSTOMER  TO WS-FROM-CUSTOMER
               MOVE WS-DELETE-CUSTOMER TO WS-TO-CUSTOMER
           END-IF.

           PERFORM FIND-PAIR.
           IF NOT WS-FOUND
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT
           END-IF.
           PERFORM FIND-MOVE.

           IF WJ-PROGRAM-NAME = 'UNMERGE1'
               IF WS-FOUND
                   SET WS-MOVE-UNDONE(WS-MOVE-IX) TO TRUE
               END-IF
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT
           END-IF.

           IF WS-FOUND
               SET WS-MOVE-JOURNALED(WS-MOVE-IX) TO TRUE
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT
           END-IF.

           IF WS-MOVE-COUNT NOT < WS-MOVE-MAX
               MOVE 'MORE MOVED INVOICES THAN ONE RUN HOLDS, NONE MOVED'
                   TO WS-MSG-TEXT
               WRITE REVERSAL-REGISTER-LINE FROM WS-MESSAGE-LINE
               MOVE 'Y' TO WS-STOP-FLAG
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-MOVE-COUNT.
           MOVE WS-MOVE-COUNT     TO WS-MOVE-IX.
           MOVE WS-PAIR-IX        TO WS-MOVE-PAIR(WS-MOVE-IX).
           MOVE WS-IMAGE-INVOICE  TO WS-MOVE-INVOICE(WS-MOVE-IX).
           SET WS-MOVE-JOURNALED(WS-MOVE-IX) TO TRUE.

       EXAMINE-JOURNAL-ENTRY-EXIT.
           EXIT.

      *  AN ACCEPTED PAIR RUNNING WS-FROM-CUSTOMER TO WS-TO-CUSTOMER.
       FIND-PAIR.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT OR WS-FOUND
               IF WS-PAIR-ACCEPTED(WS-PAIR-IX) AND
                  WS-PAIR-OLD(WS-PAIR-IX) = WS-FROM-CUSTOMER AND
                  WS-PAIR-SURVIVOR(WS-PAIR-IX) = WS-TO-CUSTOMER
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-PAIR-IX
           END-IF.

      *  WS-IMAGE-INVOICE ALREADY HELD FOR PAIR WS-PAIR-IX.
       FIND-MOVE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-MOVE-IX FROM 1 BY 1
                   UNTIL WS-MOVE-IX > WS-MOVE-COUNT OR WS-FOUND
               IF WS-MOVE-PAIR(WS-MOVE-IX) = WS-PAIR-IX AND
                  WS-MOVE-INVOICE(WS-MOVE-IX) = WS-IMAGE-INVOICE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-MOVE-IX
           END-IF.

      *****************************************************************
      *  PUT BACK EVERY INVOICE THE JOURNAL SHOWS THIS PAIR'S MERGE   *
      *  TOOK, OR REJECT THE PAIR IF IT SHOWS NONE STILL OUTSTANDING. *
      *****************************************************************
       RESTORE-ONE-PAIR.
           IF WS-PAIR-ACCEPTED(WS-PAIR-IX)
               PERFORM VARYING WS-MOVE-IX FROM 1 BY 1
                       UNTIL WS-MOVE-IX > WS-MOVE-COUNT
                   IF WS-MOVE-PAIR(WS-MOVE-IX) = WS-PAIR-IX AND
                      WS-MOVE-JOURNALED(WS-MOVE-IX)
                       ADD 1 TO WS-PAIR-JOURNALED(WS-PAIR-IX)
                   END-IF
               END-PERFORM
               IF WS-PAIR-JOURNALED(WS-PAIR-IX) = 0
                   SET WS-PAIR-REJECTED(WS-PAIR-IX) TO TRUE
                   MOVE 'REJECTED, NO JOURNALED MOVES TO REVERSE'
                       TO WS-PAIR-MESSAGE(WS-PAIR-IX)
               END-IF
           END-IF.

           MOVE WS-PAIR-OLD(WS-PAIR-IX)      TO WS-DTL-OLD-NUMBER.
           MOVE WS-PAIR-SURVIVOR(WS-PAIR-IX) TO WS-DTL-SURVIVOR-NUMBER.
           IF WS-PAIR-REJECTED(WS-PAIR-IX)
               ADD 1 TO WS-PAIRS-REJECTED
               MOVE 0 TO WS-DTL-INVOICE-NUMBER
               MOVE WS-PAIR-MESSAGE(WS-PAIR-IX) TO WS-DTL-MESSAGE
               WRITE REVERSAL-REGISTER-LINE FROM WS-DETAIL-LINE
               GO TO RESTORE-ONE-PAIR-EXIT
           END-IF.

           PERFORM VARYING WS-MOVE-IX FROM 1 BY 1
                   UNTIL WS-MOVE-IX > WS-MOVE-COUNT
               IF WS-MOVE-PAIR(WS-MOVE-IX) = WS-PAIR-IX AND
                  WS-MOVE-JOURNALED(WS-MOVE-IX)
                   PERFORM RESTORE-ONE-INVOICE THRU
                           RESTORE-ONE-INVOICE-EXIT
               END-IF
           END-PERFORM.

       RESTORE-ONE-PAIR-EXIT.
           EXIT.

       RESTORE-ONE-INVOICE.
           MOVE WS-MOVE-INVOICE(WS-MOVE-IX) TO WS-DTL-INVOICE-NUMBER.
           MOVE WS-PAIR-SURVIVOR(WS-PAIR-IX) TO IM-CUSTOMER-NUMBER.
           MOVE WS-MOVE-INVOICE(WS-MOVE-IX)  TO IM-INVOICE-NUMBER.
           READ INVOICE-MASTER-FILE
               INVALID KEY
                   SET WS-MOVE-NOT-ON-MASTER(WS-MOVE-IX) TO TRUE
                   ADD 1 TO WS-PAIR-NOT-ON-MASTER(WS-PAIR-IX)
                   ADD 1 TO WS-INVOICES-NOT-ON-MASTER
                   MOVE 'NOT ON MASTER, ARCHIVED SINCE THE MERGE'
                       TO WS-DTL-MESSAGE
                   WRITE REVERSAL-REGISTER-LINE FROM WS-DETAIL-LINE
                   GO TO RESTORE-ONE-INVOICE-EXIT
           END-READ.

           MOVE INVOICE-MASTER-RECORD TO WS-JOURNAL-BEFORE.
           DELETE INVOICE-MASTER-FILE.
           MOVE 'D' TO WS-JOURNAL-ACTION.
           MOVE LOW-VALUES TO WS-JOURNAL-AFTER.
           PERFORM WRITE-MASTER-JOURNAL.

           MOVE WS-PAIR-OLD(WS-PAIR-IX) TO IM-CUSTOMER-NUMBER.
           MOVE WS-TODAY-JULIAN        TO IM-LAST-MODIFIED.
           MOVE WS-MODIFICATION-STAMP
               TO IM-MODIFICATION-STAMP.
           MOVE 'N' TO WS-COLLISION-FLAG.
           WRITE INVOICE-MASTER-RECORD
               INVALID KEY MOVE 'Y' TO WS-COLLISION-FLAG
           END-WRITE.

           IF WS-KEY-COLLIDED
      *
      *  THE OLD NUMBER HAS BILLED THIS INVOICE NUMBER AGAIN SINCE
      *  THE MERGE -- PUT THE RECORD BACK ON THE SURVIVOR AND LEAVE
      *  IT FOR MANUAL RESOLUTION.
      *
               MOVE WS-PAIR-SURVIVOR(WS-PAIR-IX) TO IM-CUSTOMER-NUMBER
               WRITE INVOICE-MASTER-RECORD
               END-WRITE
               MOVE 'W' TO WS-JOURNAL-ACTION
               MOVE LOW-VALUES TO WS-JOURNAL-BEFORE
               MOVE INVOICE-MASTER-RECORD TO WS-JOURNAL-AFTER
               PERFORM WRITE-MASTER-JOURNAL
               SET WS-MOVE-COLLIDED(WS-MOVE-IX) TO TRUE
               ADD 1 TO WS-PAIR-COLLIDED(WS-PAIR-IX)
               ADD 1 TO WS-INVOICES-COLLIDED
               MOVE 'COLLISION, LEFT ON THE SURVIVOR'
                   TO WS-DTL-MESSAGE
           ELSE
               MOVE 'W' TO WS-JOURNAL-ACTION
               MOVE LOW-VALUES TO WS-JOURNAL-BEFORE
               MOVE INVOICE-MASTER-RECORD TO WS-JOURNAL-AFTER
               PERFORM WRITE-MASTER-JOURNAL
               SET WS-MOVE-RESTORED(WS-MOVE-IX) TO TRUE
               ADD 1 TO WS-PAIR-RESTORED(WS-PAIR-IX)
               ADD 1 TO WS-INVOICES-RESTORED
               MOVE 'RESTORED TO THE OLD NUMBER'
                   TO WS-DTL-MESSAGE
           END-IF.
           WRITE REVERSAL-REGISTER-LINE FROM WS-DETAIL-LINE.

       RESTORE-ONE-INVOICE-EXIT.
           EXIT.

       WRITE-MASTER-JOURNAL.
           CALL 'WRITEINVJOURNAL' USING WS-JOURNAL-ACTION
                                        WS-JOURNAL-PROGRAM
                                        WS-JOURNAL-BEFORE
                                        WS-JOURNAL-AFTER.

      *****************************************************************
      *  COPY PAYHIST TO PAYHUNMG, HANDING EVERY PAYMENT AGAINST AN   *
      *  INVOICE THAT BELONGS TO THE OLD NUMBER AGAIN BACK TO IT, AND *
      *  NOTE EACH PAIR CUSTOMER'S LATEST PAYMENT ON THE WAY PAST.    *
      *****************************************************************
       COPY-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF NOT WS-HISTORY-OPENED-OK
               MOVE 'PAYHIST NOT COPIED, LAST-PAYMENT DATES KEPT'
                   TO WS-MSG-TEXT
               WRITE REVERSAL-REGISTER-LINE FROM WS-MESSAGE-LINE
               GO TO COPY-PAYMENT-HISTORY-EXIT
           END-IF.
           OPEN OUTPUT RESTORED-HISTORY-FILE.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-NEXT-PAYMENT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               MOVE PAYMENT-HISTORY-RECORD TO RESTORED-HISTORY-RECORD
               PERFORM RESTORE-ONE-PAYMENT
               WRITE RESTORED-HISTORY-RECORD
               PERFORM READ-NEXT-PAYMENT
           END-PERFORM.

           CLOSE PAYMENT-HISTORY-FILE
                 RESTORED-HISTORY-FILE.
           MOVE 'Y' TO WS-HISTORY-COPIED-FLAG.

       COPY-PAYMENT-HISTORY-EXIT.
           EXIT.

       READ-NEXT-PAYMENT.
           READ PAYMENT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       RESTORE-ONE-PAYMENT.
           MOVE PR-INVOICE-NUMBER TO WS-IMAGE-INVOICE.
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
               IF WS-PAIR-ACCEPTED(WS-PAIR-IX) AND
                  PR-CUSTOMER-NUMBER = WS-PAIR-SURVIVOR(WS-PAIR-IX)
                   PERFORM FIND-MOVE
                   IF WS-FOUND
                       IF WS-MOVE-BELONGS-TO-OLD(WS-MOVE-IX)
                           MOVE WS-PAIR-OLD(WS-PAIR-IX)
                               TO PR-CUSTOMER-NUMBER
                           ADD 1 TO WS-PAIR-PAYMENTS-MOVED(WS-PAIR-IX)
                           ADD 1 TO WS-PAYMENTS-MOVED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
               IF PR-CUSTOMER-NUMBER = WS-PAIR-OLD(WS-PAIR-IX) AND
                  PR-PAYMENT-DATE > WS-PAIR-OLD-LAST-PAY(WS-PAIR-IX)
                   MOVE PR-PAYMENT-DATE
                       TO WS-PAIR-OLD-LAST-PAY(WS-PAIR-IX)
               END-IF
               IF PR-CUSTOMER-NUMBER = WS-PAIR-SURVIVOR(WS-PAIR-IX)
                  AND PR-PAYMENT-DATE >
                      WS-PAIR-SURV-LAST-PAY(WS-PAIR-IX)
                   MOVE PR-PAYMENT-DATE
                       TO WS-PAIR-SURV-LAST-PAY(WS-PAIR-IX)
               END-IF
           END-PERFORM.

      *****************************************************************
      *  REBUILD BOTH CUSTOMERS' BALANCES, DROP THE ALIAS, AND TOTAL  *
      *  THE PAIR ON THE REGISTER.                                    *
      *****************************************************************
       FINISH-ONE-PAIR.
           IF NOT WS-PAIR-ACCEPTED(WS-PAIR-IX)
               GO TO FINISH-ONE-PAIR-EXIT
           END-IF.
           ADD 1 TO WS-PAIRS-REVERSED.

           MOVE WS-PAIR-OLD(WS-PAIR-IX) TO WS-REBUILD-CUSTOMER.
           MOVE WS-PAIR-OLD-LAST-PAY(WS-PAIR-IX) TO WS-REBUILD-LAST-PAY.
           PERFORM REBUILD-CUSTOMER-BALANCE THRU
                   REBUILD-CUSTOMER-BALANCE-EXIT.
           MOVE WS-PAIR-SURVIVOR(WS-PAIR-IX) TO WS-REBUILD-CUSTOMER.
           MOVE WS-PAIR-SURV-LAST-PAY(WS-PAIR-IX)
               TO WS-REBUILD-LAST-PAY.
           PERFORM REBUILD-CUSTOMER-BALANCE THRU
                   REBUILD-CUSTOMER-BALANCE-EXIT.

           MOVE WS-PAIR-OLD(WS-PAIR-IX)      TO WS-DTL-OLD-NUMBER.
           MOVE WS-PAIR-SURVIVOR(WS-PAIR-IX) TO WS-DTL-SURVIVOR-NUMBER.
           MOVE 0 TO WS-DTL-INVOICE-NUMBER.
           MOVE WS-PAIR-OLD(WS-PAIR-IX) TO AL-OLD-CUSTOMER-NUMBER.
           DELETE CUSTOMER-ALIAS-FILE
               INVALID KEY
                   MOVE 'ALIAS ALREADY GONE' TO WS-DTL-MESSAGE
               NOT INVALID KEY
                   MOVE 'ALIAS REMOVED' TO WS-DTL-MESSAGE
           END-DELETE.
           WRITE REVERSAL-REGISTER-LINE FROM WS-DETAIL-LINE.

           MOVE WS-PAIR-RESTORED(WS-PAIR-IX)      TO WS-PTL-RESTORED.
           MOVE WS-PAIR-COLLIDED(WS-PAIR-IX)      TO WS-PTL-COLLIDED.
           MOVE WS-PAIR-NOT-ON-MASTER(WS-PAIR-IX)
               TO WS-PTL-NOT-ON-MASTER.
           MOVE WS-PAIR-PAYMENTS-MOVED(WS-PAIR-IX) TO WS-PTL-PAYMENTS.
           WRITE REVERSAL-REGISTER-LINE FROM WS-PAIR-TOTAL-LINE.
           MOVE SPACES TO REVERSAL-REGISTER-LINE.
           WRITE REVERSAL-REGISTER-LINE.

       FINISH-ONE-PAIR-EXIT.
           EXIT.

      *  THE SAME DERIVATION CBALVFY1 CHECKS AGAINST -- EVERY UNPAID
      *  ITEM AT ITS USD VALUE, CHARGES ONE SIDE, CREDITS THE OTHER.
       REBUILD-CUSTOMER-BALANCE.
           MOVE 0 TO WS-DERIVED-CHARGES.
           MOVE 0 TO WS-DERIVED-CREDITS.
           MOVE WS-REBUILD-CUSTOMER TO IM-CUSTOMER-NUMBER.
           MOVE LOW-VALUES TO IM-INVOICE-NUMBER.
           MOVE 'Y' TO WS-MORE-SCAN.
           START INVOICE-MASTER-FILE KEY IS NOT LESS THAN IM-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-SCAN
           END-START.
           PERFORM UNTIL NOT MORE-SCAN-RECORDS
               READ INVOICE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-SCAN
               END-READ
               IF MORE-SCAN-RECORDS
                   IF IM-CUSTOMER-NUMBER NOT = WS-REBUILD-CUSTOMER
                       MOVE 'N' TO WS-MORE-SCAN
                   ELSE
                       PERFORM ADD-DERIVED-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-REBUILD-CUSTOMER TO CB-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-FOUND-FLAG.
           READ CUSTOMER-BALANCE-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
           END-READ.
           IF WS-FOUND
               MOVE CB-NET-BALANCE TO WS-NET-BEFORE
               IF NOT WS-HISTORY-COPIED
                   MOVE CB-LAST-PAYMENT-DATE TO WS-REBUILD-LAST-PAY
               END-IF
           ELSE
               MOVE 0 TO WS-NET-BEFORE
               MOVE WS-REBUILD-CUSTOMER TO CB-CUSTOMER-NUMBER
           END-IF.

           MOVE WS-DERIVED-CHARGES TO CB-OPEN-CHARGES.
           MOVE WS-DERIVED-CREDITS TO CB-OPEN-CREDITS.
           COMPUTE CB-NET-BALANCE =
               WS-DERIVED-CHARGES - WS-DERIVED-CREDITS.
           MOVE WS-REBUILD-LAST-PAY TO CB-LAST-PAYMENT-DATE.
           IF WS-FOUND
               REWRITE CUSTOMER-BALANCE-RECORD
           ELSE
               WRITE CUSTOMER-BALANCE-RECORD
           END-IF.

           MOVE WS-REBUILD-CUSTOMER  TO WS-BAL-CUSTOMER-NUMBER.
           MOVE WS-NET-BEFORE        TO WS-BAL-NET-BEFORE.
           MOVE CB-NET-BALANCE       TO WS-BAL-NET-AFTER.
           MOVE CB-LAST-PAYMENT-DATE TO WS-BAL-LAST-PAY.
           WRITE REVERSAL-REGISTER-LINE FROM WS-BALANCE-LINE.

       REBUILD-CUSTOMER-BALANCE-EXIT.
           EXIT.

       ADD-DERIVED-AMOUNT.
           IF NOT IM-INVOICE-PAID
               COMPUTE WS-USD-AMOUNT ROUNDED =
                   IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE
               IF IM-TYPE-CHARGE
                   ADD WS-USD-AMOUNT TO WS-DERIVED-CHARGES
               ELSE
                   ADD WS-USD-AMOUNT TO WS-DERIVED-CREDITS
               END-IF
           END-IF.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REVERSAL-REGISTER-LINE.
           WRITE REVERSAL-REGISTER-LINE.
           MOVE 'PAIRS READ'               TO WS-CNT-LABEL.
           MOVE WS-PAIRS-READ              TO WS-CNT-VALUE.
           WRITE REVERSAL-REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'PAIRS REVERSED'           TO WS-CNT-LABEL.
           MOVE WS-PAIRS-REVERSED          TO WS-CNT-VALUE.
           WRITE REVERSAL-REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'PAIRS REJECTED'           TO WS-CNT-LABEL.
           MOVE WS-PAIRS-REJECTED          TO WS-CNT-VALUE.
           WRITE REVERSAL-REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'JOURNAL ENTRIES READ'     TO WS-CNT-LABEL.
           MOVE WS-JOURNAL-ENTRIES-READ    TO WS-CNT-VALUE.
           WRITE REVERSAL-REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'INVOICES RESTORED'        TO WS-CNT-LABEL.
           MOVE WS-INVOICES-RESTORED       TO WS-CNT-VALUE.
           WRITE REVERSAL-REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'INVOICES LEFT ON A COLLISION' TO WS-CNT-LABEL.
           MOVE WS-INVOICES-COLLIDED       TO WS-CNT-VALUE.
           WRITE REVERSAL-REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'INVOICES NO LONGER ON MASTER' TO WS-CNT-LABEL.
           MOVE WS-INVOICES-NOT-ON-MASTER  TO WS-CNT-VALUE.
           WRITE REVERSAL-REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'PAYMENTS MOVED BACK'      TO WS-CNT-LABEL.
           MOVE WS-PAYMENTS-MOVED          TO WS-CNT-VALUE.
           WRITE REVERSAL-REGISTER-LINE FROM WS-COUNT-LINE.
