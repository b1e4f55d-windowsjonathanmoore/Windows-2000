      * DELETE TAKES THE BEFORE IMAGE'S KEY OFF. REPLAY IS          *
      * THEREFORE IDEMPOTENT -- A RECOVERY INTERRUPTED PARTWAY IS   *
      * SIMPLY RERUN FROM THE TOP.                                  *
      *                                                             *
      * GIVEN A CONSISTENCY-POINT NAME ON THE OPTIONAL RCVPOINT     *
      * PARAMETER FILE -- THE POINT CONPNT01 TOOK THE RESTORED      *
      * BACKUP AT -- REPLAY STARTS WITH THE ENTRY AFTER THAT        *
      * POINT'S MARKER ON THE CUSTJRNL JOURNAL, SO EVERY MASTER     *
      * RESTORED FROM THE POINT ROLLS FORWARD FROM THE SAME         *
      * INSTANT; THE ENTRIES BEFORE THE MARKER ARE ALREADY IN THE   *
      * BACKUP AND ARE ONLY COUNTED. A POINT WHOSE MARKER IS NOT ON *
      * THE JOURNAL REPLAYS NOTHING AND ENDS THE STEP CONDITION     *
      * CODE 8. WITH NO POINT NAMED THE WHOLE JOURNAL IS REPLAYED.  *
      * MARKERS CHANGE NO RECORD AND ARE COUNTED SEPARATELY.        *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRCV1.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT RECOVERY-POINT-FILE ASSIGN TO RCVPOINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINT-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO CRCVRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  RECOVERY-POINT-FILE.
       01  RECOVERY-POINT-RECORD.
           05  RP-POINT-NAME                 PIC X(16).
           05  FILLER                        PIC X(64).

       FD  RECOVERY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RECOVERY-REPORT-LINE              PIC X(132).
                             BEFORE-IMAGE-RECORD
                         LEADING ==CD== BY ==BV==.

       01  WS-POINT-STATUS                   PIC X(2).
           88  WS-POINT-OPENED-OK            VALUE '00'.

      *  THE CONSISTENCY POINT TO REPLAY FROM, SPACES FOR THE WHOLE
      *  JOURNAL. NOTHING IS APPLIED UNTIL ITS MARKER HAS PASSED.
       01  WS-REPLAY-POINT                   PIC X(16) VALUE SPACES.
       01  WS-REPLAY-FLAG                    PIC X VALUE 'N'.
           88  WS-REPLAYING                  VALUE 'Y'.
       01  WS-MARKER-FLAG                    PIC X VALUE 'N'.
           88  WS-POINT-MARKER-FOUND         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ               PIC 9(9) COMP VALUE 0.
           05  WS-WRITES-APPLIED             PIC 9(9) COMP VALUE 0.
           05  WS-REWRITES-APPLIED           PIC 9(9) COMP VALUE 0.
           05  WS-DELETES-APPLIED            PIC 9(9) COMP VALUE 0.
           05  WS-ENTRIES-SKIPPED            PIC 9(9) COMP VALUE 0.
           05  WS-ENTRIES-BEFORE-POINT       PIC 9(9) COMP VALUE 0.
           05  WS-MARKERS-PASSED             PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(52)
               VALUE 'CUSTOMER DEMOGRAPHIC FORWARD RECOVERY REPORT'.

       01  WS-POINT-LINE.
           05  WS-PNT-TEXT                   PIC X(36).
           05  WS-PNT-NAME                   PIC X(16).

       01  WS-NO-MARKER-LINE.
           05  FILLER                        PIC X(52)
               VALUE 'MARKER NOT ON THE JOURNAL -- NOTHING REPLAYED'.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                  PIC X(36).
           05  WS-CNT-VALUE                  PIC ZZZ,ZZZ,ZZ9.
               GOBACK
           END-IF.

           PERFORM READ-RECOVERY-POINT THRU READ-RECOVERY-POINT-EXIT.
           IF WS-REPLAY-POINT = SPACES
               SET WS-REPLAYING TO TRUE
           ELSE
               PERFORM FIND-POINT-MARKER
           END-IF.

           OPEN INPUT CUSTOMER-JOURNAL-FILE
                OUTPUT RECOVERY-REPORT-FILE.

           WRITE RECOVERY-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           IF WS-REPLAYING
               MOVE 'REPLAYED FROM:' TO WS-PNT-TEXT
               MOVE 'START OF JOURNAL' TO WS-PNT-NAME
           ELSE
               MOVE 'REPLAYED FROM CONSISTENCY POINT:' TO WS-PNT-TEXT
               MOVE WS-REPLAY-POINT TO WS-PNT-NAME
           END-IF.
           WRITE RECOVERY-REPORT-LINE FROM WS-POINT-LINE.

           IF WS-REPLAY-POINT NOT = SPACES AND
              NOT WS-POINT-MARKER-FOUND
               WRITE RECOVERY-REPORT-LINE FROM WS-NO-MARKER-LINE
               MOVE 8 TO RETURN-CODE
               GO TO CLOSE-RECOVERY-FILES
           END-IF.

           PERFORM READ-NEXT-ENTRY.
           PERFORM UNTIL WS-NO-MORE-ENTRIES

           PERFORM WRITE-CONTROL-REPORT.

       CLOSE-RECOVERY-FILES.
           CLOSE CUSTOMER-JOURNAL-FILE
                 CUSTOMER-DEMOGRAPHIC-FILE
                 RECOVERY-REPORT-FILE.
           GOBACK.

      *  THE OPTIONAL PARAMETER FILE NAMES THE CONSISTENCY POINT.
       READ-RECOVERY-POINT.
           OPEN INPUT RECOVERY-POINT-FILE.
           IF NOT WS-POINT-OPENED-OK
               GO TO READ-RECOVERY-POINT-EXIT
           END-IF.
           READ RECOVERY-POINT-FILE
               AT END GO TO CLOSE-RECOVERY-POINT
           END-READ.
           MOVE RP-POINT-NAME TO WS-REPLAY-POINT.
       CLOSE-RECOVERY-POINT.
           CLOSE RECOVERY-POINT-FILE.
       READ-RECOVERY-POINT-EXIT.
           EXIT.

      *  A FIRST PASS PROVES THE POINT'S MARKER IS ON THE JOURNAL
      *  BEFORE THE MASTER IS TOUCHED.
       FIND-POINT-MARKER.
           OPEN INPUT CUSTOMER-JOURNAL-FILE.
           PERFORM READ-NEXT-ENTRY.
           PERFORM UNTIL WS-NO-MORE-ENTRIES OR WS-POINT-MARKER-FOUND
               IF CJ-ACTION-MARKER AND
                  CJ-MARKER-POINT-NAME = WS-REPLAY-POINT
                   SET WS-POINT-MARKER-FOUND TO TRUE
               ELSE
                   PERFORM READ-NEXT-ENTRY
               END-IF
           END-PERFORM.
           CLOSE CUSTOMER-JOURNAL-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

       READ-NEXT-ENTRY.
           READ CUSTOMER-JOURNAL-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG

       APPLY-ONE-ENTRY.
           EVALUATE TRUE
               WHEN CJ-ACTION-MARKER
                   PERFORM PASS-MARKER-ENTRY
               WHEN NOT WS-REPLAYING
                   ADD 1 TO WS-ENTRIES-BEFORE-POINT
               WHEN CJ-ACTION-WRITE
                   PERFORM APPLY-WRITE-ENTRY
               WHEN CJ-ACTION-REWRITE
                   ADD 1 TO WS-ENTRIES-SKIPPED
           END-EVALUATE.

      *  REPLAY BEGINS WITH THE ENTRY AFTER THE NAMED POINT'S MARKER.
       PASS-MARKER-ENTRY.
           ADD 1 TO WS-MARKERS-PASSED.
           IF CJ-MARKER-POINT-NAME = WS-REPLAY-POINT
               SET WS-REPLAYING TO TRUE
           END-IF.

       APPLY-WRITE-ENTRY.
           MOVE CJ-AFTER-IMAGE TO CUSTOMER-DEMOGRAPHIC-RECORD.
           WRITE CUSTOMER-DEMOGRAPHIC-RECORD
           MOVE 'ENTRIES SKIPPED:' TO WS-CNT-LABEL.
           MOVE WS-ENTRIES-SKIPPED TO WS-CNT-VALUE.
           WRITE RECOVERY-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'ENTRIES BEFORE THE POINT:' TO WS-CNT-LABEL.
           MOVE WS-ENTRIES-BEFORE-POINT TO WS-CNT-VALUE.
           WRITE RECOVERY-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'CONSISTENCY-POINT MARKERS:' TO WS-CNT-LABEL.
           MOVE WS-MARKERS-PASSED TO WS-CNT-VALUE.
           WRITE RECOVERY-REPORT-LINE FROM WS-COUNT-LINE.
