      ***********************************************************
      * ADJAGE01 -- PENDING ADJUSTMENT APPROVAL AGING REPORT         *
      *                                                              *
      * AN OVER-LIMIT ADJUST INVPOST1 HOLDS ON ADJPEND (ADJPEND.cpy) *
      * POSTS ONLY AFTER A SECOND OPERATOR APPROVES IT THROUGH THE   *
      * ADJMNT METHOD -- AND ONE NOBODY APPROVES NEVER POSTS AT ALL, *
      * SO THE REQUESTER'S CORRECTION QUIETLY GOES NOWHERE. THIS JOB *
      * READS THE PENDING FILE AND LISTS EVERY ITEM STILL AWAITING   *
      * APPROVAL MORE THAN THE ALLOWED NUMBER OF DAYS                *
      * (AJ-REQUEST-DATE AGAINST TODAY, SAME INTEGER-OF-DATE         *
      * ARITHMETIC AS DSPAGE01), WITH THE REQUESTER AND THE AMOUNTS, *
      * FOLLOWED BY COUNTS OF WHAT WAS ON FILE. THE ALLOWED DAYS     *
      * COME FROM THE OPTIONAL ADJAGPRM CARD, DEFAULT 3. ANY ITEM    *
      * LISTED ENDS THE STEP WITH RC 4 SO THE OVERDUE APPROVALS GET  *
      * CHASED.                                                      *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJAGE01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-PENDING-FILE ASSIGN TO ADJPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-ADJPEND-STATUS.
           SELECT AGING-PARM-FILE ASSIGN TO ADJAGPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ADJUST-AGING-FILE ASSIGN TO ADJAGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUST-PENDING-FILE.
           COPY ADJPEND.

       FD  AGING-PARM-FILE.
       01  AGING-PARM-RECORD.
           05  AP-ALLOWED-DAYS               PIC 9(5).
           05  FILLER                        PIC X(75).

       FD  ADJUST-AGING-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ADJUST-AGING-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-PENDING            VALUE 'Y'.

       01  WS-ADJPEND-STATUS                 PIC X(2).
           88  WS-ADJPEND-STATUS-OK          VALUE '00'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.

       01  WS-ALLOWED-DAYS                   PIC 9(5) VALUE 3.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-INTEGER-DATE             PIC S9(9) COMP.
       01  WS-REQUEST-INTEGER-DATE           PIC S9(9) COMP.
       01  WS-DAYS-WAITING                   PIC S9(9) COMP.

       01  WS-COUNTERS.
           05  WS-OVERDUE-COUNT              PIC 9(9) COMP VALUE 0.
           05  WS-WITHIN-DAYS-COUNT          PIC 9(9) COMP VALUE 0.
           05  WS-APPROVED-COUNT             PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'ADJUSTMENTS AWAITING APPROVAL PAST, DAYS:'.
           05  WS-TTL-ALLOWED-DAYS           PIC ZZ,ZZ9.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-REQUESTED-BY           PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-REQUEST-DATE           PIC 9(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DAYS-WAITING           PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-CURRENT-AMOUNT         PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-PROPOSED-AMOUNT        PIC -(12)9.99.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-DTL-CURRENCY-CODE          PIC X(3).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-CHANGE-USD             PIC -(12)9.99.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                  PIC X(28).
           05  WS-CNT-COUNT                  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-AGING-PARM THRU READ-AGING-PARM-EXIT.

      *  NO PENDING FILE YET MEANS NOTHING HAS EVER BEEN HELD.
           OPEN INPUT ADJUST-PENDING-FILE.
           IF NOT WS-ADJPEND-STATUS-OK
               CLOSE ADJUST-PENDING-FILE
               GOBACK
           END-IF.

           OPEN OUTPUT ADJUST-AGING-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

           MOVE WS-ALLOWED-DAYS TO WS-TTL-ALLOWED-DAYS.
           WRITE ADJUST-AGING-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO ADJUST-AGING-LINE.
           WRITE ADJUST-AGING-LINE.

           PERFORM READ-NEXT-PENDING.
           PERFORM UNTIL WS-NO-MORE-PENDING
               IF AJ-AWAITING-APPROVAL
                   PERFORM AGE-THE-ADJUSTMENT
               ELSE
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
               PERFORM READ-NEXT-PENDING
           END-PERFORM.

           MOVE SPACES TO ADJUST-AGING-LINE.
           WRITE ADJUST-AGING-LINE.
           PERFORM WRITE-COUNT-TOTALS.

           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE ADJUST-PENDING-FILE ADJUST-AGING-FILE.
           GOBACK.

       READ-AGING-PARM.
           OPEN INPUT AGING-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-AGING-PARM-EXIT
           END-IF.
           READ AGING-PARM-FILE
               AT END GO TO CLOSE-AGING-PARM
           END-READ.
           IF AP-ALLOWED-DAYS NUMERIC
               MOVE AP-ALLOWED-DAYS TO WS-ALLOWED-DAYS
           END-IF.
       CLOSE-AGING-PARM.
           CLOSE AGING-PARM-FILE.
       READ-AGING-PARM-EXIT.
           EXIT.

       READ-NEXT-PENDING.
           READ ADJUST-PENDING-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *  A REQUEST DATE THAT IS NOT A DATE CANNOT BE AGED, SO THE
      *  ITEM IS LISTED RATHER THAN LEFT TO SIT UNSEEN.
       AGE-THE-ADJUSTMENT.
           IF AJ-REQUEST-DATE NUMERIC AND AJ-REQUEST-DATE > 0
               COMPUTE WS-REQUEST-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DATE(AJ-REQUEST-DATE)
               COMPUTE WS-DAYS-WAITING =
                   WS-TODAY-INTEGER-DATE - WS-REQUEST-INTEGER-DATE
           ELSE
               MOVE 999999 TO WS-DAYS-WAITING
           END-IF.

           IF WS-DAYS-WAITING NOT GREATER THAN WS-ALLOWED-DAYS
               ADD 1 TO WS-WITHIN-DAYS-COUNT
           ELSE
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE AJ-CUSTOMER-NUMBER  TO WS-DTL-CUSTOMER-NUMBER
               MOVE AJ-INVOICE-NUMBER   TO WS-DTL-INVOICE-NUMBER
               MOVE AJ-REQUESTED-BY     TO WS-DTL-REQUESTED-BY
               MOVE AJ-REQUEST-DATE     TO WS-DTL-REQUEST-DATE
               MOVE WS-DAYS-WAITING     TO WS-DTL-DAYS-WAITING
               MOVE AJ-CURRENT-AMOUNT   TO WS-DTL-CURRENT-AMOUNT
               MOVE AJ-PROPOSED-AMOUNT  TO WS-DTL-PROPOSED-AMOUNT
               MOVE AJ-CURRENCY-CODE    TO WS-DTL-CURRENCY-CODE
               MOVE AJ-CHANGE-USD       TO WS-DTL-CHANGE-USD
               WRITE ADJUST-AGING-LINE FROM WS-DETAIL-LINE
           END-IF.

       WRITE-COUNT-TOTALS.
           MOVE 'OVERDUE FOR APPROVAL:'       TO WS-CNT-LABEL.
           MOVE WS-OVERDUE-COUNT              TO WS-CNT-COUNT.
           WRITE ADJUST-AGING-LINE FROM WS-COUNT-LINE.

           MOVE 'AWAITING, WITHIN DAYS:'      TO WS-CNT-LABEL.
           MOVE WS-WITHIN-DAYS-COUNT          TO WS-CNT-COUNT.
           WRITE ADJUST-AGING-LINE FROM WS-COUNT-LINE.

           MOVE 'APPROVED, AWAITING POSTING:' TO WS-CNT-LABEL.
           MOVE WS-APPROVED-COUNT             TO WS-CNT-COUNT.
           WRITE ADJUST-AGING-LINE FROM WS-COUNT-LINE.
