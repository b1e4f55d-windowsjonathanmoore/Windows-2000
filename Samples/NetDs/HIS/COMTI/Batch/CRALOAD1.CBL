      ***********************************************************
      * CRALOAD1 -- CREDIT-ANALYST AUTHORITY LOAD                    *
      * READS AN EXTERNAL FILE OF CREDIT ANALYSTS (ONE DISPLAY-FORM  *
      * RECORD PER USERID, WITH THE LARGEST CREDIT LIMIT IN USD THAT *
      * USERID MAY GRANT A NEW CUSTOMER) AND ADDS OR UPDATES THE     *
      * MATCHING CRAAUTH.cpy RECORD ON THE INDEXED AUTHORITY TABLE   *
      * -- THE FCALOAD1 SEED/LOAD SHAPE. A ZERO AUTHORITY REMOVES    *
      * THE USERID FROM THE TABLE, WHICH IS HOW AN ANALYST'S         *
      * AUTHORITY IS WITHDRAWN. A BLANK USERID OR A NON-NUMERIC      *
      * AUTHORITY IS REJECTED AND LOGGED.                            *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRALOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-AUTHORITY-FILE ASSIGN TO CRANEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANALYST-AUTHORITY-FILE ASSIGN TO CRAAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-ANALYST-ID
               FILE STATUS IS WS-AUTHORITY-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO CRALDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-AUTHORITY-FILE.
       01  NEW-AUTHORITY-RECORD.
           05  NA-ANALYST-ID                PIC X(8).
           05  NA-LIMIT-AUTHORITY-USD        PIC 9(11)V9(2).
           05  FILLER                        PIC X(59).

       FD  ANALYST-AUTHORITY-FILE.
           COPY CRAAUTH.

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
           05  WS-ANALYSTS-ADDED            PIC 9(9) COMP VALUE 0.
           05  WS-ANALYSTS-UPDATED          PIC 9(9) COMP VALUE 0.
           05  WS-ANALYSTS-REMOVED          PIC 9(9) COMP VALUE 0.
           05  WS-ANALYSTS-REJECTED         PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'CREDIT-ANALYST AUTHORITY LOAD REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ANALYST-ID            PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-LIMIT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
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
           OPEN I-O ANALYST-AUTHORITY-FILE.
           IF NOT WS-AUTHORITY-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE TABLE DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON, SAME AS RSNLOAD1.
      *
               OPEN OUTPUT ANALYST-AUTHORITY-FILE
               IF NOT WS-AUTHORITY-STATUS-OK
                   CLOSE ANALYST-AUTHORITY-FILE
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

           PERFORM READ-NEXT-ANALYST.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-ANALYST
               PERFORM READ-NEXT-ANALYST
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-ANALYSTS-ADDED    TO WS-SUM-ADDED.
           MOVE WS-ANALYSTS-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-ANALYSTS-REMOVED  TO WS-SUM-REMOVED.
           MOVE WS-ANALYSTS-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           CLOSE NEW-AUTHORITY-FILE
                 ANALYST-AUTHORITY-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-ANALYST.
           READ NEW-AUTHORITY-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-ANALYST.
           MOVE NA-ANALYST-ID TO WS-DTL-ANALYST-ID.
           MOVE 0 TO WS-DTL-LIMIT.

           IF NA-ANALYST-ID = SPACES OR
              NA-LIMIT-AUTHORITY-USD NOT NUMERIC
               ADD 1 TO WS-ANALYSTS-REJECTED
               MOVE 'REJECTED, BLANK USERID OR BAD LIMIT'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               MOVE NA-LIMIT-AUTHORITY-USD TO WS-DTL-LIMIT
               PERFORM APPLY-ONE-ANALYST
           END-IF.

      *  A ZERO LIMIT WITHDRAWS THE USERID'S AUTHORITY OUTRIGHT --
      *  AN APPLICATION IT ALREADY APPROVED STANDS, BUT IT CAN
      *  APPROVE NO MORE.
       APPLY-ONE-ANALYST.
           MOVE NA-ANALYST-ID TO AN-ANALYST-ID.
           MOVE 'Y' TO WS-AUTHORITY-FOUND-FLAG.
           READ ANALYST-AUTHORITY-FILE
               INVALID KEY MOVE 'N' TO WS-AUTHORITY-FOUND-FLAG
           END-READ.

           IF NA-LIMIT-AUTHORITY-USD = 0
               IF WS-AUTHORITY-FOUND
                   DELETE ANALYST-AUTHORITY-FILE
                   ADD 1 TO WS-ANALYSTS-REMOVED
                   MOVE 'REMOVED' TO WS-DTL-DISPOSITION
               ELSE
                   ADD 1 TO WS-ANALYSTS-REJECTED
                   MOVE 'REJECTED, ZERO LIMIT FOR UNKNOWN USERID'
                       TO WS-DTL-DISPOSITION
               END-IF
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               MOVE NA-ANALYST-ID      TO AN-ANALYST-ID
               MOVE NA-LIMIT-AUTHORITY-USD TO AN-LIMIT-AUTHORITY-USD
               MOVE WS-TODAY-YYYYMMDD   TO AN-LAST-CHANGED-DATE
               IF WS-AUTHORITY-FOUND
                   REWRITE CREDIT-ANALYST-AUTHORITY-RECORD
                   ADD 1 TO WS-ANALYSTS-UPDATED
                   MOVE 'UPDATED' TO WS-DTL-DISPOSITION
               ELSE
                   WRITE CREDIT-ANALYST-AUTHORITY-RECORD
                   ADD 1 TO WS-ANALYSTS-ADDED
                   MOVE 'ADDED' TO WS-DTL-DISPOSITION
               END-IF
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
