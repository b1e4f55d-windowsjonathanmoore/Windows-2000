      * WRITES EVERY MATCHING RECORD TO THE RETRIEVAL OUTPUT FILE,   *
      * AND PRINTS ONE REPORT LINE PER MATCH -- PAYMENT DATE,        *
      * AMOUNT, BANK REFERENCE, AND THE DATE THE CASH WAS APPLIED    *
      * -- PLUS THE USUAL CONTROL COUNTS. JRNROLL1 AGES OLD          *
      * PAYMENTS OFF THE LIVE HISTORY INTO ARCHIVE GENERATIONS; AN   *
      * ARCHIVE FLAG OF Y ON THE PARAMETER RECORD SCANS THOSE TOO,   *
      * OLDEST FIRST. THE JRNLCAT.cpy CATALOG DRIVES IT THE INVRETR1 *
      * WAY: THE REPORT NAMES EVERY PAYMENT-HISTORY GENERATION (SO   *
      * OPS CONCATENATES EXACTLY THOSE FILES INTO PAYHARCH), AND     *
      * ARCHIVE RECORDS READ SHORT OF THE CATALOGUED COUNT GRADE     *
      * THE RUN CONDITION CODE 4 INSTEAD OF PASSING FOR COMPLETE.    *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHRTR1.
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-ARCHIVE-FILE ASSIGN TO PAYHARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT JOURNAL-CATALOG-FILE ASSIGN TO JRNLCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT RETRIEVAL-OUTPUT-FILE ASSIGN TO PAYHOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRIEVAL-REPORT-FILE ASSIGN TO PAYHRPT
               88  RP-SELECT-BY-INVOICE          VALUE 'I'.
           05  RP-CUSTOMER-NUMBER            PIC 9(9).
           05  RP-INVOICE-NUMBER             PIC 9(10).
           05  RP-ARCHIVE-FLAG               PIC X(1).
               88  RP-INCLUDE-ARCHIVE            VALUE 'Y'.
           05  FILLER                        PIC X(59).

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  PAYMENT-ARCHIVE-FILE.
           COPY PAYHIST
               REPLACING PAYMENT-HISTORY-RECORD BY
                             ARCHIVED-HISTORY-RECORD
                         LEADING ==PH== BY ==PA==.

       FD  JOURNAL-CATALOG-FILE.
           COPY JRNLCAT.

       FD  RETRIEVAL-OUTPUT-FILE.
           COPY PAYHIST
               REPLACING PAYMENT-HISTORY-RECORD BY
       01  WS-MATCH-FLAG                     PIC X.
           88  WS-RECORD-MATCHES             VALUE 'Y'.

       01  WS-ARCHIVE-STATUS                 PIC X(2).
           88  WS-ARCHIVE-OPENED-OK          VALUE '00'.
       01  WS-CATALOG-STATUS                 PIC X(2).
           88  WS-CATALOG-OPENED-OK          VALUE '00'.
       01  WS-CATALOG-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-CATALOG            VALUE 'Y'.
       01  WS-ARCHIVE-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-ARCHIVED           VALUE 'Y'.
       01  WS-RELEVANT-GENERATIONS           PIC 9(5) COMP VALUE 0.
       01  WS-EXPECTED-RECORDS               PIC 9(9) COMP VALUE 0.

       01  WS-GENERATION-LINE.
           05  FILLER                        PIC X(11)
               VALUE 'GENERATION '.
           05  WS-GEN-NUMBER                 PIC ZZZZ9.
           05  FILLER                        PIC X(11)
               VALUE ' ARCHIVED  '.
           05  WS-GEN-ARCHIVE-DATE           PIC 9(8).
           05  FILLER                        PIC X(10)
               VALUE ' COVERING '.
           05  WS-GEN-MIN-DATE               PIC 9(8).
           05  FILLER                        PIC X(4)
               VALUE ' TO '.
           05  WS-GEN-MAX-DATE               PIC 9(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-GEN-RECORD-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(8)
               VALUE ' RECORDS'.

       01  WS-COVERAGE-LINE.
           05  WS-COV-MESSAGE                PIC X(52).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-ARCHIVED-READ              PIC 9(9) COMP VALUE 0.
           05  WS-RECORDS-RETRIEVED          PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-RETRIEVED            PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           MOVE SPACES TO RETRIEVAL-REPORT-LINE.
           WRITE RETRIEVAL-REPORT-LINE.

           IF RP-INCLUDE-ARCHIVE
               PERFORM LIST-ARCHIVE-GENERATIONS THRU
                       LIST-ARCHIVE-GENERATIONS-EXIT
               PERFORM SCAN-ARCHIVED-HISTORY THRU
                       SCAN-ARCHIVED-HISTORY-EXIT
           END-IF.

           PERFORM READ-NEXT-HISTORY.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
           MOVE WS-TOTAL-RETRIEVED   TO WS-SUM-TOTAL.
           WRITE RETRIEVAL-REPORT-LINE FROM WS-SUMMARY-LINE.

      *  FEWER ARCHIVED RECORDS READ THAN THE CATALOG SAYS THE
      *  GENERATIONS HOLD MEANS ONE WAS LEFT OFF THE CONCATENATION.
           IF WS-RELEVANT-GENERATIONS > 0
               IF WS-ARCHIVED-READ < WS-EXPECTED-RECORDS
                   MOVE 'SHORT OF CATALOGUED RECORDS, A GENERATION I
      -                 'S MISSING' TO WS-COV-MESSAGE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'ALL CATALOGUED GENERATIONS ACCOUNTED FOR'
                       TO WS-COV-MESSAGE
                   MOVE 0 TO RETURN-CODE
               END-IF
               WRITE RETRIEVAL-REPORT-LINE FROM WS-COVERAGE-LINE
           END-IF.

           CLOSE PAYMENT-HISTORY-FILE
                 RETRIEVAL-OUTPUT-FILE
                 RETRIEVAL-REPORT-FILE.
           GOBACK.

      *****************************************************************
      *  NAME EVERY CATALOGUED PAYMENT-HISTORY GENERATION AND TOTAL    *
      *  WHAT THEY HOLD. NO CATALOG MEANS NOTHING HAS BEEN AGED OFF.   *
      *****************************************************************
       LIST-ARCHIVE-GENERATIONS.
           OPEN INPUT JOURNAL-CATALOG-FILE.
           IF NOT WS-CATALOG-OPENED-OK
               CLOSE JOURNAL-CATALOG-FILE
               GO TO LIST-ARCHIVE-GENERATIONS-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-CATALOG
               READ JOURNAL-CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-CATALOG-EOF-FLAG
                   NOT AT END
                       IF JC-PAYMENT-HISTORY
                           ADD 1 TO WS-RELEVANT-GENERATIONS
                           ADD JC-RECORD-COUNT
                               TO WS-EXPECTED-RECORDS
                           MOVE JC-GENERATION-NUMBER
                               TO WS-GEN-NUMBER
                           MOVE JC-ARCHIVE-DATE
                               TO WS-GEN-ARCHIVE-DATE
                           MOVE JC-MIN-DATE TO WS-GEN-MIN-DATE
                           MOVE JC-MAX-DATE TO WS-GEN-MAX-DATE
                           MOVE JC-RECORD-COUNT
                               TO WS-GEN-RECORD-COUNT
                           WRITE RETRIEVAL-REPORT-LINE
                               FROM WS-GENERATION-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-CATALOG-FILE.
           MOVE SPACES TO RETRIEVAL-REPORT-LINE.
           WRITE RETRIEVAL-REPORT-LINE.
       LIST-ARCHIVE-GENERATIONS-EXIT.
           EXIT.

      *  THE ARCHIVED RECORDS ARE THE LIVE LAYOUT UNCHANGED, SO EACH
      *  ONE IS JUDGED AND RETRIEVED EXACTLY AS A LIVE ONE IS.
       SCAN-ARCHIVED-HISTORY.
           OPEN INPUT PAYMENT-ARCHIVE-FILE.
           IF NOT WS-ARCHIVE-OPENED-OK
               CLOSE PAYMENT-ARCHIVE-FILE
               GO TO SCAN-ARCHIVED-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-ARCHIVED
               READ PAYMENT-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ARCHIVED-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE ARCHIVED-HISTORY-RECORD
                           TO PAYMENT-HISTORY-RECORD
                       PERFORM JUDGE-ONE-RECORD
                       IF WS-RECORD-MATCHES
                           PERFORM RETRIEVE-THIS-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-ARCHIVE-FILE.
       SCAN-ARCHIVED-HISTORY-EXIT.
           EXIT.

       READ-NEXT-HISTORY.
           READ PAYMENT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
