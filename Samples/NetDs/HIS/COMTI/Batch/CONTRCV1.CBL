      ***********************************************************
      * CONTRCV1 -- CUSTOMER CONTACT FORWARD RECOVERY               *
      *                                                             *
      * THE CUSTCONT.cpy CONTACT MASTER IS REWRITTEN ONLINE ALL DAY *
      * BY CONTMNT. WHEN IT IS CORRUPTED, OPS RESTORES THE LAST     *
      * BACKUP AND THIS UTILITY REPLAYS THE CONTACT JOURNAL         *
      * (CUSTJRNL.cpy LAYOUT, WRITTEN THROUGH WRITECONTJOURNAL)     *
      * AGAINST IT, ROLLING THE MASTER FORWARD TO THE POINT OF      *
      * FAILURE -- THE SAME TREATMENT CUSTRCV1 GIVES CUSTDEMO. A    *
      * WRITE PUTS THE AFTER IMAGE ON (REWRITING IF THE KEY IS      *
      * SOMEHOW ALREADY THERE), A REWRITE PUTS THE AFTER IMAGE ON   *
      * (WRITING IF THE KEY IS SOMEHOW MISSING), AND A DELETE TAKES *
      * THE BEFORE IMAGE'S KEY OFF, SO A RECOVERY INTERRUPTED       *
      * PARTWAY IS SIMPLY RERUN FROM THE TOP.                       *
      *                                                             *
      * GIVEN A CONSISTENCY-POINT NAME ON THE OPTIONAL RCVPOINT     *
      * PARAMETER FILE -- THE POINT CONPNT01 TOOK THE RESTORED      *
      * BACKUP AT -- REPLAY STARTS WITH THE ENTRY AFTER THAT        *
      * POINT'S MARKER ON THE CONTJRNL JOURNAL, SO EVERY MASTER     *
      * RESTORED FROM THE POINT ROLLS FORWARD FROM THE SAME         *
      * INSTANT; THE ENTRIES BEFORE THE MARKER ARE ALREADY IN THE   *
      * BACKUP AND ARE ONLY COUNTED. A POINT WHOSE MARKER IS NOT ON *
      * THE JOURNAL REPLAYS NOTHING AND ENDS THE STEP CONDITION     *
      * CODE 8. WITH NO POINT NAMED THE WHOLE JOURNAL IS REPLAYED.  *
      * MARKERS CHANGE NO RECORD AND ARE COUNTED SEPARATELY.        *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRCV1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-JOURNAL-FILE ASSIGN TO CONTJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-CONTACT-FILE ASSIGN TO CUSTCONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT RECOVERY-POINT-FILE ASSIGN TO RCVPOINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINT-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO CONTRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-JOURNAL-FILE.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             CONTACT-JOURNAL-RECORD
                         LEADING ==CJ== BY ==KJ==.

       FD  CUSTOMER-CONTACT-FILE.
           COPY CUSTCONT.

       FD  RECOVERY-POINT-FILE.
       01  RECOVERY-POINT-RECORD.
           05  RP-POINT-NAME                 PIC X(16).
           05  FILLER                        PIC X(64).

       FD  RECOVERY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RECOVERY-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-ENTRIES            VALUE 'Y'.

       01  WS-CONTACT-STATUS                 PIC X(2).
           88  WS-CONTACT-STATUS-OK          VALUE '00'.

      *  THE BEFORE IMAGE'S KEY IS NEEDED FOR A DELETE REPLAY.
           COPY CUSTCONT
               REPLACING CUSTOMER-CONTACT-RECORD BY
                             BEFORE-IMAGE-RECORD
                         LEADING ==CC== BY ==BV==.

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
               VALUE 'CUSTOMER CONTACT FORWARD RECOVERY REPORT'.

       01  WS-POINT-LINE.
           05  WS-PNT-TEXT                   PIC X(36).
           05  WS-PNT-NAME                   PIC X(16).

       01  WS-NO-MARKER-LINE.
           05  FILLER                        PIC X(52)
               VALUE 'MARKER NOT ON THE JOURNAL -- NOTHING REPLAYED'.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                  PIC X(36).
           05  WS-CNT-VALUE                  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O CUSTOMER-CONTACT-FILE.
           IF NOT WS-CONTACT-STATUS-OK
               CLOSE CUSTOMER-CONTACT-FILE
               GOBACK
           END-IF.

           PERFORM READ-RECOVERY-POINT THRU READ-RECOVERY-POINT-EXIT.
           IF WS-REPLAY-POINT = SPACES
               SET WS-REPLAYING TO TRUE
           ELSE
               PERFORM FIND-POINT-MARKER
           END-IF.

           OPEN INPUT CONTACT-JOURNAL-FILE
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
               ADD 1 TO WS-ENTRIES-READ
               PERFORM APPLY-ONE-ENTRY
               PERFORM READ-NEXT-ENTRY
           END-PERFORM.

           PERFORM WRITE-CONTROL-REPORT.

       CLOSE-RECOVERY-FILES.
           CLOSE CONTACT-JOURNAL-FILE
                 CUSTOMER-CONTACT-FILE
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
           OPEN INPUT CONTACT-JOURNAL-FILE.
           PERFORM READ-NEXT-ENTRY.
           PERFORM UNTIL WS-NO-MORE-ENTRIES OR WS-POINT-MARKER-FOUND
               IF KJ-ACTION-MARKER AND
                  KJ-MARKER-POINT-NAME = WS-REPLAY-POINT
                   SET WS-POINT-MARKER-FOUND TO TRUE
               ELSE
                   PERFORM READ-NEXT-ENTRY
               END-IF
           END-PERFORM.
           CLOSE CONTACT-JOURNAL-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

       READ-NEXT-ENTRY.
           READ CONTACT-JOURNAL-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       APPLY-ONE-ENTRY.
           EVALUATE TRUE
               WHEN KJ-ACTION-MARKER
                   PERFORM PASS-MARKER-ENTRY
               WHEN NOT WS-REPLAYING
                   ADD 1 TO WS-ENTRIES-BEFORE-POINT
               WHEN KJ-ACTION-WRITE
                   PERFORM APPLY-WRITE-ENTRY
               WHEN KJ-ACTION-REWRITE
                   PERFORM APPLY-REWRITE-ENTRY
               WHEN KJ-ACTION-DELETE
                   PERFORM APPLY-DELETE-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-SKIPPED
           END-EVALUATE.

      *  REPLAY BEGINS WITH THE ENTRY AFTER THE NAMED POINT'S MARKER.
       PASS-MARKER-ENTRY.
           ADD 1 TO WS-MARKERS-PASSED.
           IF KJ-MARKER-POINT-NAME = WS-REPLAY-POINT
               SET WS-REPLAYING TO TRUE
           END-IF.

       APPLY-WRITE-ENTRY.
           MOVE KJ-AFTER-IMAGE TO CUSTOMER-CONTACT-RECORD.
           WRITE CUSTOMER-CONTACT-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-CONTACT-RECORD
           END-WRITE.
           ADD 1 TO WS-WRITES-APPLIED.

       APPLY-REWRITE-ENTRY.
           MOVE KJ-AFTER-IMAGE TO CUSTOMER-CONTACT-RECORD.
           REWRITE CUSTOMER-CONTACT-RECORD
               INVALID KEY
                   WRITE CUSTOMER-CONTACT-RECORD
           END-REWRITE.
           ADD 1 TO WS-REWRITES-APPLIED.

       APPLY-DELETE-ENTRY.
           MOVE KJ-BEFORE-IMAGE TO BEFORE-IMAGE-RECORD.
           MOVE BV-KEY TO CC-KEY.
           DELETE CUSTOMER-CONTACT-FILE
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO WS-DELETES-APPLIED.

       WRITE-CONTROL-REPORT.
           MOVE 'JOURNAL ENTRIES READ:' TO WS-CNT-LABEL.
           MOVE WS-ENTRIES-READ TO WS-CNT-VALUE.
           WRITE RECOVERY-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'WRITES APPLIED:' TO WS-CNT-LABEL.
           MOVE WS-WRITES-APPLIED TO WS-CNT-VALUE.
           WRITE RECOVERY-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'REWRITES APPLIED:' TO WS-CNT-LABEL.
           MOVE WS-REWRITES-APPLIED TO WS-CNT-VALUE.
           WRITE RECOVERY-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'DELETES APPLIED:' TO WS-CNT-LABEL.
           MOVE WS-DELETES-APPLIED TO WS-CNT-VALUE.
           WRITE RECOVERY-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ENTRIES SKIPPED:' TO WS-CNT-LABEL.
           MOVE WS-ENTRIES-SKIPPED TO WS-CNT-VALUE.
           WRITE RECOVERY-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'ENTRIES BEFORE THE POINT:' TO WS-CNT-LABEL.
           MOVE WS-ENTRIES-BEFORE-POINT TO WS-CNT-VALUE.
           WRITE RECOVERY-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'CONSISTENCY-POINT MARKERS:' TO WS-CNT-LABEL.
           MOVE WS-MARKERS-PASSED TO WS-CNT-VALUE.
           WRITE RECOVERY-REPORT-LINE FROM WS-COUNT-LINE.
