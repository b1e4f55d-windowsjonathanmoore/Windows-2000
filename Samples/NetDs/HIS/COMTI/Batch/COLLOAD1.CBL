      ***********************************************************
      * COLLOAD1 -- COLLECTOR MASTER LOAD                            *
      *                                                              *
      * READS AN EXTERNAL FILE OF COLLECTORS (ONE DISPLAY-FORM       *
      * RECORD EACH) AND ADDS OR UPDATES THE MATCHING COLLMAST.cpy   *
      * RECORD ON THE INDEXED MASTER -- SAME SEED/LOAD SHAPE AS      *
      * REPLOAD1. A BLANK ID OR A BLANK NAME IS REJECTED AND         *
      * LOGGED. A STATUS OF 'I' LOADS THE COLLECTOR INACTIVE;        *
      * ANYTHING ELSE LOADS ACTIVE.                                  *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-COLLECTOR-FILE ASSIGN TO COLLNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLLECTOR-MASTER-FILE ASSIGN TO COLLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-COLLECTOR-ID
               FILE STATUS IS WS-COLLECTOR-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO COLLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-COLLECTOR-FILE.
       01  NEW-COLLECTOR-RECORD.
           05  NC-COLLECTOR-ID               PIC X(8).
           05  NC-COLLECTOR-NAME             PIC X(30).
           05  NC-COLLECTOR-STATUS           PIC X(1).
           05  FILLER                        PIC X(41).

       FD  COLLECTOR-MASTER-FILE.
           COPY COLLMAST.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-COLLECTOR-STATUS               PIC X(2).
           88  WS-COLLECTOR-STATUS-OK        VALUE '00'.

       01  WS-COLLECTOR-FOUND-FLAG           PIC X.
           88  WS-COLLECTOR-FOUND            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-COLLECTORS-ADDED           PIC 9(9) COMP VALUE 0.
           05  WS-COLLECTORS-UPDATED         PIC 9(9) COMP VALUE 0.
           05  WS-COLLECTORS-REJECTED        PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'COLLECTOR MASTER LOAD CONTROL REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-COLLECTOR-ID           PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(44).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(18)
               VALUE 'COLLECTORS ADDED: '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'COLLECTORS UPDATED: '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(21)
               VALUE 'COLLECTORS REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O COLLECTOR-MASTER-FILE.
           IF NOT WS-COLLECTOR-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE MASTER DOESN'T EXIST YET, SO
      *  CREATE IT AND CARRY ON, SAME AS REPLOAD1.
      *
               OPEN OUTPUT COLLECTOR-MASTER-FILE
               IF NOT WS-COLLECTOR-STATUS-OK
                   CLOSE COLLECTOR-MASTER-FILE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT NEW-COLLECTOR-FILE
                OUTPUT LOAD-REPORT-FILE.

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM READ-NEXT-COLLECTOR.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-COLLECTOR
               PERFORM READ-NEXT-COLLECTOR
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-COLLECTORS-ADDED    TO WS-SUM-ADDED.
           MOVE WS-COLLECTORS-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-COLLECTORS-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           CLOSE NEW-COLLECTOR-FILE
                 COLLECTOR-MASTER-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-COLLECTOR.
           READ NEW-COLLECTOR-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-COLLECTOR.
           MOVE NC-COLLECTOR-ID TO WS-DTL-COLLECTOR-ID.

           IF NC-COLLECTOR-ID = SPACES OR
              NC-COLLECTOR-NAME = SPACES
               ADD 1 TO WS-COLLECTORS-REJECTED
               MOVE 'REJECTED, BLANK ID OR NAME'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM APPLY-ONE-COLLECTOR
           END-IF.

       APPLY-ONE-COLLECTOR.
           MOVE NC-COLLECTOR-ID TO CL-COLLECTOR-ID.
           MOVE 'Y' TO WS-COLLECTOR-FOUND-FLAG.
           READ COLLECTOR-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-COLLECTOR-FOUND-FLAG
           END-READ.

           MOVE NC-COLLECTOR-ID   TO CL-COLLECTOR-ID.
           MOVE NC-COLLECTOR-NAME TO CL-COLLECTOR-NAME.
           IF NC-COLLECTOR-STATUS = 'I'
               MOVE 'I' TO CL-COLLECTOR-STATUS
           ELSE
               MOVE 'A' TO CL-COLLECTOR-STATUS
           END-IF.

           IF WS-COLLECTOR-FOUND
               REWRITE COLLECTOR-MASTER-RECORD
               ADD 1 TO WS-COLLECTORS-UPDATED
               MOVE 'UPDATED' TO WS-DTL-DISPOSITION
           ELSE
               WRITE COLLECTOR-MASTER-RECORD
               ADD 1 TO WS-COLLECTORS-ADDED
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
           END-IF.

           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.
