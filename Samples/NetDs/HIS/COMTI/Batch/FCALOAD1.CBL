      ***********************************************************
      * FCALOAD1 -- FINANCE-CHARGE WAIVER AUTHORITY LOAD             *
      * READS AN EXTERNAL FILE OF WAIVER APPROVERS (ONE DISPLAY-FORM *
      * RECORD PER USERID, WITH THE LARGEST WAIVER IN USD THAT       *
      * USERID MAY APPROVE) AND ADDS OR UPDATES THE MATCHING         *
      * FCWAUTH.cpy RECORD ON THE INDEXED AUTHORITY TABLE -- THE     *
      * RSNLOAD1 SEED/LOAD SHAPE. A ZERO LIMIT REMOVES THE USERID    *
      * FROM THE TABLE, WHICH IS HOW AN APPROVER'S AUTHORITY IS      *
      * WITHDRAWN. A BLANK USERID OR A NON-NUMERIC LIMIT IS REJECTED *
      * AND LOGGED.                                                  *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCALOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-AUTHORITY-FILE ASSIGN TO FCANEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAIVER-AUTHORITY-FILE ASSIGN TO FCWAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-APPROVER-ID
               FILE STATUS IS WS-AUTHORITY-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO FCALDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-AUTHORITY-FILE.
       01  NEW-AUTHORITY-RECORD.
           05  NA-APPROVER-ID                PIC X(8).
           05  NA-WAIVER-LIMIT-USD           PIC 9(9)V9(2).
           05  FILLER                        PIC X(61).

       FD  WAIVER-AUTHORITY-FILE.
           COPY FCWAUTH.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-AUTHORITY-STATUS               PIC X(2).
           88  WS-AUTHORITY-STATUS-OK        VALUE '00'.

       01  WS-AUTHORITY-FOUND-FLAG           PIC X.
           88  WS-AUTHORITY-FOUND            VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-APPROVERS-ADDED            PIC 9(9) COMP VALUE 0.
           05  WS-APPROVERS-UPDATED          PIC 9(9) COMP VALUE 0.
           05  WS-APPROVERS-REMOVED          PIC 9(9) COMP VALUE 0.
           05  WS-APPROVERS-REJECTED         PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'FINANCE-CHARGE WAIVER AUTHORITY LOAD REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-APPROVER-ID            PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-LIMIT                  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(44).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(7) VALUE 'ADDED: '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(9)
               VALUE 'UPDATED: '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(9)
               VALUE 'REMOVED: '.
           05  WS-SUM-REMOVED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O WAIVER-AUTHORITY-FILE.
           IF NOT WS-AUTHORITY-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE TABLE DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON, SAME AS RSNLOAD1.
      *
               OPEN OUTPUT WAIVER-AUTHORITY-FILE
               IF NOT WS-AUTHORITY-STATUS-OK
                   CLOSE WAIVER-AUTHORITY-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT NEW-AUTHORITY-FILE
                OUTPUT LOAD-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM READ-NEXT-AUTHORITY.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-AUTHORITY
               PERFORM READ-NEXT-AUTHORITY
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-APPROVERS-ADDED    TO WS-SUM-ADDED.
           MOVE WS-APPROVERS-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-APPROVERS-REMOVED  TO WS-SUM-REMOVED.
           MOVE WS-APPROVERS-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           CLOSE NEW-AUTHORITY-FILE
                 WAIVER-AUTHORITY-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-AUTHORITY.
           READ NEW-AUTHORITY-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-AUTHORITY.
           MOVE NA-APPROVER-ID TO WS-DTL-APPROVER-ID.
           MOVE 0 TO WS-DTL-LIMIT.

           IF NA-APPROVER-ID = SPACES OR
              NA-WAIVER-LIMIT-USD NOT NUMERIC
               ADD 1 TO WS-APPROVERS-REJECTED
               MOVE 'REJECTED, BLANK USERID OR BAD LIMIT'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               MOVE NA-WAIVER-LIMIT-USD TO WS-DTL-LIMIT
               PERFORM APPLY-ONE-AUTHORITY
           END-IF.

      *  A ZERO LIMIT WITHDRAWS THE USERID'S AUTHORITY OUTRIGHT --
      *  A WAIVER IT ALREADY APPROVED STANDS, BUT IT CAN APPROVE NO
      *  MORE.
       APPLY-ONE-AUTHORITY.
           MOVE NA-APPROVER-ID TO FA-APPROVER-ID.
           MOVE 'Y' TO WS-AUTHORITY-FOUND-FLAG.
           READ WAIVER-AUTHORITY-FILE
               INVALID KEY MOVE 'N' TO WS-AUTHORITY-FOUND-FLAG
           END-READ.

           IF NA-WAIVER-LIMIT-USD = 0
               IF WS-AUTHORITY-FOUND
                   DELETE WAIVER-AUTHORITY-FILE
                   ADD 1 TO WS-APPROVERS-REMOVED
                   MOVE 'REMOVED' TO WS-DTL-DISPOSITION
               ELSE
                   ADD 1 TO WS-APPROVERS-REJECTED
                   MOVE 'REJECTED, ZERO LIMIT FOR UNKNOWN USERID'
                       TO WS-DTL-DISPOSITION
               END-IF
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               MOVE NA-APPROVER-ID      TO FA-APPROVER-ID
               MOVE NA-WAIVER-LIMIT-USD TO FA-WAIVER-LIMIT-USD
               MOVE WS-TODAY-YYYYMMDD   TO FA-LAST-CHANGED-DATE
               IF WS-AUTHORITY-FOUND
                   REWRITE WAIVER-AUTHORITY-RECORD
                   ADD 1 TO WS-APPROVERS-UPDATED
                   MOVE 'UPDATED' TO WS-DTL-DISPOSITION
               ELSE
                   WRITE WAIVER-AUTHORITY-RECORD
                   ADD 1 TO WS-APPROVERS-ADDED
                   MOVE 'ADDED' TO WS-DTL-DISPOSITION
               END-IF
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
