      ***********************************************************
      * CASLOAD1 -- CUSTOMER-TO-COLLECTOR ASSIGNMENT LOAD            *
      *                                                              *
      * READS AN EXTERNAL FILE OF CUSTOMER/COLLECTOR PAIRS AND ADDS  *
      * OR UPDATES THE MATCHING COLLASGN.cpy RECORD ON THE INDEXED   *
      * ASSIGNMENT FILE -- THE ASGLOAD1 SHAPE EXACTLY. A PAIR IS     *
      * REJECTED AND LOGGED WHEN THE CUSTOMER NUMBER FAILS ITS       *
      * CHECK DIGIT (VALIDATECUSTOMERNUMBER) OR THE COLLECTOR IS     *
      * NOT ON THE COLLMAST MASTER, SO COLWRK01 NEVER ROUTES AN      *
      * ACCOUNT TO A COLLECTOR WHO DOES NOT EXIST.                   *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-ASSIGNMENT-FILE ASSIGN TO CASGNNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLLECTOR-ASSIGNMENT-FILE ASSIGN TO COLLASGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUSTOMER-NUMBER
               FILE STATUS IS WS-ASSIGNMENT-STATUS.
           SELECT COLLECTOR-MASTER-FILE ASSIGN TO COLLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-COLLECTOR-ID
               FILE STATUS IS WS-COLLECTOR-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO CASLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-ASSIGNMENT-FILE.
       01  NEW-ASSIGNMENT-RECORD.
           05  NA-CUSTOMER-NUMBER            PIC 9(9).
           05  NA-COLLECTOR-ID               PIC X(8).
           05  FILLER                        PIC X(63).

       FD  COLLECTOR-ASSIGNMENT-FILE.
           COPY COLLASGN.

       FD  COLLECTOR-MASTER-FILE.
           COPY COLLMAST.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-ASSIGNMENT-STATUS              PIC X(2).
           88  WS-ASSIGNMENT-STATUS-OK       VALUE '00'.
       01  WS-COLLECTOR-STATUS               PIC X(2).
           88  WS-COLLECTOR-STATUS-OK        VALUE '00'.

       01  WS-ASSIGNMENT-FOUND-FLAG          PIC X.
           88  WS-ASSIGNMENT-FOUND           VALUE 'Y'.
       01  WS-COLLECTOR-FOUND-FLAG           PIC X.
           88  WS-COLLECTOR-FOUND            VALUE 'Y'.

       01  WS-VALCUSNO-STATUS                PIC X(2).
           88  WS-VALCUSNO-OK                VALUE '00'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-PAIRS-ADDED                PIC 9(9) COMP VALUE 0.
           05  WS-PAIRS-UPDATED              PIC 9(9) COMP VALUE 0.
           05  WS-PAIRS-REJECTED             PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'COLLECTOR ASSIGNMENT LOAD CONTROL REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-COLLECTOR-ID           PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(44).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(13)
               VALUE 'PAIRS ADDED: '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE 'PAIRS UPDATED: '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE 'PAIRS REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O COLLECTOR-ASSIGNMENT-FILE.
           IF NOT WS-ASSIGNMENT-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE FILE DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON, SAME AS ASGLOAD1.
      *
               OPEN OUTPUT COLLECTOR-ASSIGNMENT-FILE
               IF NOT WS-ASSIGNMENT-STATUS-OK
                   CLOSE COLLECTOR-ASSIGNMENT-FILE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT COLLECTOR-MASTER-FILE.
           IF NOT WS-COLLECTOR-STATUS-OK
               CLOSE COLLECTOR-MASTER-FILE
                     COLLECTOR-ASSIGNMENT-FILE
               GOBACK
           END-IF.

           OPEN INPUT NEW-ASSIGNMENT-FILE
                OUTPUT LOAD-REPORT-FILE.

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM READ-NEXT-PAIR.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-PAIR THRU LOAD-ONE-PAIR-EXIT
               PERFORM READ-NEXT-PAIR
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-PAIRS-ADDED    TO WS-SUM-ADDED.
           MOVE WS-PAIRS-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-PAIRS-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           CLOSE NEW-ASSIGNMENT-FILE
                 COLLECTOR-ASSIGNMENT-FILE
                 COLLECTOR-MASTER-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-PAIR.
           READ NEW-ASSIGNMENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-PAIR.
           MOVE NA-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE NA-COLLECTOR-ID  TO WS-DTL-COLLECTOR-ID.

           IF NA-CUSTOMER-NUMBER NOT NUMERIC
               ADD 1 TO WS-PAIRS-REJECTED
               MOVE 'REJECTED, CUSTOMER NOT NUMERIC'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-PAIR-EXIT
           END-IF.

           CALL 'VALIDATECUSTOMERNUMBER'
               USING NA-CUSTOMER-NUMBER WS-VALCUSNO-STATUS.
           IF NOT WS-VALCUSNO-OK
               ADD 1 TO WS-PAIRS-REJECTED
               MOVE 'REJECTED, CUSTOMER FAILED CHECK DIGIT'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-PAIR-EXIT
           END-IF.

           MOVE NA-COLLECTOR-ID TO CL-COLLECTOR-ID.
           MOVE 'Y' TO WS-COLLECTOR-FOUND-FLAG.
           READ COLLECTOR-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-COLLECTOR-FOUND-FLAG
           END-READ.
           IF NOT WS-COLLECTOR-FOUND
               ADD 1 TO WS-PAIRS-REJECTED
               MOVE 'REJECTED, COLLECTOR NOT ON MASTER'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-PAIR-EXIT
           END-IF.

           MOVE NA-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-ASSIGNMENT-FOUND-FLAG.
           READ COLLECTOR-ASSIGNMENT-FILE
               INVALID KEY MOVE 'N' TO WS-ASSIGNMENT-FOUND-FLAG
           END-READ.

           MOVE NA-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER.
           MOVE NA-COLLECTOR-ID  TO CA-COLLECTOR-ID.

           IF WS-ASSIGNMENT-FOUND
               REWRITE COLLECTOR-ASSIGNMENT-RECORD
               ADD 1 TO WS-PAIRS-UPDATED
               MOVE 'UPDATED' TO WS-DTL-DISPOSITION
           ELSE
               WRITE COLLECTOR-ASSIGNMENT-RECORD
               ADD 1 TO WS-PAIRS-ADDED
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
           END-IF.

           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.

       LOAD-ONE-PAIR-EXIT.
           EXIT.
