      ***********************************************************
      * TRMLOAD1 -- PAYMENT TERMS MASTER LOAD                        *
      *                                                              *
      * READS AN EXTERNAL FILE OF PAYMENT TERMS (ONE DISPLAY-FORM    *
      * RECORD PER TERMS CODE) AND ADDS OR UPDATES THE MATCHING      *
      * TERMSMST.cpy RECORD ON THE INDEXED TERMS MASTER -- SAME      *
      * SEED/LOAD SHAPE AS PRODLOAD1/TAXLOAD1. A RECORD WITH A BLANK *
      * TERMS CODE, A NON-NUMERIC OR ZERO NET-DAYS FIGURE, OR A      *
      * DISCOUNT WINDOW THAT RUNS PAST THE NET DUE DATE IS REJECTED  *
      * AND LOGGED RATHER THAN LOADED.                               *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRMLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-TERMS-FILE ASSIGN TO TERMSNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERMS-MASTER-FILE ASSIGN TO TERMSMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-TERMS-CODE
               FILE STATUS IS WS-TERMS-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO TERMSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-TERMS-FILE.
       01  NEW-TERMS-RECORD.
           05  TN-TERMS-CODE                 PIC X(4).
           05  TN-TERMS-DESCRIPTION          PIC X(30).
           05  TN-NET-DAYS                   PIC 9(3).
           05  TN-DISCOUNT-DAYS              PIC 9(3).
           05  TN-DISCOUNT-PERCENT           PIC 9(2)V9(2).
           05  FILLER                        PIC X(36).

       FD  TERMS-MASTER-FILE.
           COPY TERMSMST.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-TERMS-STATUS                   PIC X(2).
           88  WS-TERMS-STATUS-OK            VALUE '00'.

       01  WS-TERMS-FOUND-FLAG               PIC X.
           88  WS-TERMS-FOUND                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-TERMS-ADDED                PIC 9(9) COMP VALUE 0.
           05  WS-TERMS-UPDATED              PIC 9(9) COMP VALUE 0.
           05  WS-TERMS-REJECTED             PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'PAYMENT TERMS MASTER LOAD CONTROL REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-TERMS-CODE             PIC X(4).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(44).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(13)
               VALUE 'TERMS ADDED: '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE 'TERMS UPDATED: '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE 'TERMS REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O TERMS-MASTER-FILE.
           IF NOT WS-TERMS-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE MASTER DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON, SAME AS RATELOAD1/PRODLOAD1.
      *
               OPEN OUTPUT TERMS-MASTER-FILE
               IF NOT WS-TERMS-STATUS-OK
                   CLOSE TERMS-MASTER-FILE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT NEW-TERMS-FILE
                OUTPUT LOAD-REPORT-FILE.

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM READ-NEXT-TERMS.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-TERMS THRU LOAD-ONE-TERMS-EXIT
               PERFORM READ-NEXT-TERMS
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-TERMS-ADDED    TO WS-SUM-ADDED.
           MOVE WS-TERMS-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-TERMS-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           CLOSE NEW-TERMS-FILE
                 TERMS-MASTER-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-TERMS.
           READ NEW-TERMS-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-TERMS.
           MOVE TN-TERMS-CODE TO WS-DTL-TERMS-CODE.

           IF TN-TERMS-CODE = SPACES OR
              TN-NET-DAYS NOT NUMERIC OR
              TN-NET-DAYS = 0
               ADD 1 TO WS-TERMS-REJECTED
               MOVE 'REJECTED, BLANK CODE OR NO NET DAYS'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-TERMS-EXIT
           END-IF.

      *  A DISCOUNT WINDOW LONGER THAN THE NET TERM WOULD OFFER A
      *  DISCOUNT ON AN INVOICE ALREADY PAST DUE.
           IF TN-DISCOUNT-DAYS NOT NUMERIC OR
              TN-DISCOUNT-PERCENT NOT NUMERIC OR
              TN-DISCOUNT-DAYS > TN-NET-DAYS
               ADD 1 TO WS-TERMS-REJECTED
               MOVE 'REJECTED, BAD DISCOUNT DAYS OR PERCENT'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-TERMS-EXIT
           END-IF.

           PERFORM APPLY-ONE-TERMS.

       LOAD-ONE-TERMS-EXIT.
           EXIT.

       APPLY-ONE-TERMS.
           MOVE TN-TERMS-CODE TO PT-TERMS-CODE.
           MOVE 'Y' TO WS-TERMS-FOUND-FLAG.
           READ TERMS-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-TERMS-FOUND-FLAG
           END-READ.

           MOVE TN-TERMS-DESCRIPTION TO PT-TERMS-DESCRIPTION.
           MOVE TN-NET-DAYS          TO PT-NET-DAYS.
           MOVE TN-DISCOUNT-DAYS     TO PT-DISCOUNT-DAYS.
           MOVE TN-DISCOUNT-PERCENT  TO PT-DISCOUNT-PERCENT.

           IF WS-TERMS-FOUND
               REWRITE PAYMENT-TERMS-RECORD
               ADD 1 TO WS-TERMS-UPDATED
               MOVE 'UPDATED' TO WS-DTL-DISPOSITION
           ELSE
               WRITE PAYMENT-TERMS-RECORD
               ADD 1 TO WS-TERMS-ADDED
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
           END-IF.

           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.
