      ***********************************************************
      * DRMLOAD1 -- UNCLAIMED-PROPERTY DORMANCY TABLE LOAD           *
      *                                                              *
      * READS AN EXTERNAL FILE OF STATE DORMANCY RULES (ONE          *
      * DISPLAY-FORM RECORD PER STATE) AND ADDS OR UPDATES THE       *
      * MATCHING DORMTBL.cpy RECORD ON THE INDEXED DORMANCY TABLE -- *
      * SAME SEED/LOAD SHAPE AS TAXLOAD1. A STATE OF SPACES LOADS    *
      * THE DEFAULT ROW UNCLM01 FALLS BACK TO. A ZERO OR             *
      * NON-NUMERIC DORMANCY PERIOD IS REJECTED AND LOGGED.          *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRMLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-DORMANCY-FILE ASSIGN TO DORMNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DORMANCY-TABLE-FILE ASSIGN TO DORMTBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-STATE
               FILE STATUS IS WS-DORMANCY-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO DORMLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-DORMANCY-FILE.
       01  NEW-DORMANCY-RECORD.
           05  DN-STATE                      PIC X(2).
           05  DN-DORMANCY-YEARS             PIC 9(2).
           05  DN-LETTER-MINIMUM             PIC 9(5)V9(2).
           05  DN-STATE-NAME                 PIC X(20).
           05  FILLER                        PIC X(49).

       FD  DORMANCY-TABLE-FILE.
           COPY DORMTBL.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-DORMANCY-STATUS                PIC X(2).
           88  WS-DORMANCY-STATUS-OK         VALUE '00'.

       01  WS-DORMANCY-FOUND-FLAG            PIC X.
           88  WS-DORMANCY-FOUND             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-STATES-ADDED               PIC 9(9) COMP VALUE 0.
           05  WS-STATES-UPDATED             PIC 9(9) COMP VALUE 0.
           05  WS-STATES-REJECTED            PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'UNCLAIMED-PROPERTY DORMANCY LOAD CONTROL REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-STATE                  PIC X(2).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(44).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(14)
               VALUE 'STATES ADDED: '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE 'STATES UPDATED: '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'STATES REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O DORMANCY-TABLE-FILE.
           IF NOT WS-DORMANCY-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE TABLE DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON, SAME AS TAXLOAD1.
      *
               OPEN OUTPUT DORMANCY-TABLE-FILE
               IF NOT WS-DORMANCY-STATUS-OK
                   CLOSE DORMANCY-TABLE-FILE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT NEW-DORMANCY-FILE
                OUTPUT LOAD-REPORT-FILE.

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM READ-NEXT-DORMANCY.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-STATE
               PERFORM READ-NEXT-DORMANCY
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-STATES-ADDED    TO WS-SUM-ADDED.
           MOVE WS-STATES-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-STATES-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           CLOSE NEW-DORMANCY-FILE
                 DORMANCY-TABLE-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-DORMANCY.
           READ NEW-DORMANCY-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-STATE.
           MOVE DN-STATE TO WS-DTL-STATE.

           IF DN-DORMANCY-YEARS NOT NUMERIC OR
              DN-DORMANCY-YEARS = 0
               ADD 1 TO WS-STATES-REJECTED
               MOVE 'REJECTED, BAD DORMANCY PERIOD'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM APPLY-ONE-STATE
           END-IF.

       APPLY-ONE-STATE.
           MOVE DN-STATE TO DM-STATE.
           MOVE 'Y' TO WS-DORMANCY-FOUND-FLAG.
           READ DORMANCY-TABLE-FILE
               INVALID KEY MOVE 'N' TO WS-DORMANCY-FOUND-FLAG
           END-READ.

           MOVE DN-DORMANCY-YEARS TO DM-DORMANCY-YEARS.
           IF DN-LETTER-MINIMUM NUMERIC
               MOVE DN-LETTER-MINIMUM TO DM-LETTER-MINIMUM
           ELSE
               MOVE 0 TO DM-LETTER-MINIMUM
           END-IF.
           MOVE DN-STATE-NAME TO DM-STATE-NAME.

           IF WS-DORMANCY-FOUND
               REWRITE DORMANCY-TABLE-RECORD
               ADD 1 TO WS-STATES-UPDATED
               MOVE 'UPDATED' TO WS-DTL-DISPOSITION
           ELSE
               WRITE DORMANCY-TABLE-RECORD
               ADD 1 TO WS-STATES-ADDED
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
           END-IF.

           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.
