      ***********************************************************
      * DSPNEW01 -- NEW CLIENT-RAISED DISPUTES REPORT                *
      *                                                              *
      * THE DSPOPEN METHOD LETS A CLIENT HOLD ITS OWN INVOICE AND    *
      * OPEN THE DSPCASE.cpy CASE WITHOUT WAITING FOR AN ANALYST TO  *
      * KEY IT THROUGH DISPUTE1, SO NOBODY ON THE DISPUTES TEAM HAS  *
      * SEEN THOSE CASES YET. THIS DAILY JOB READS THE CASE FILE AND *
      * LISTS EVERY CLIENT-RAISED CASE NOT YET REPORTED -- CUSTOMER, *
      * INVOICE, DATE OPENED, REASON, THE CASE REFERENCE THE CLIENT  *
      * WAS GIVEN AND THE CLIENT'S NOTE -- THEN MARKS EACH ONE       *
      * REPORTED SO IT APPEARS ON EXACTLY ONE MORNING'S LIST.        *
      * ANALYST-KEYED CASES NEVER APPEAR; THE ANALYST ALREADY KNOWS. *
      * A CASE ALREADY RELEASED BEFORE THE REPORT RAN IS STILL       *
      * LISTED, SHOWN CLOSED.                                        *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPNEW01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASE-FILE ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT NEW-DISPUTE-REPORT-FILE ASSIGN TO DSPNWRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CASE-FILE.
           COPY DSPCASE.

       FD  NEW-DISPUTE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NEW-DISPUTE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-CASES              VALUE 'Y'.

       01  WS-CASE-STATUS                    PIC X(2).
           88  WS-CASE-STATUS-OK             VALUE '00'.

       01  WS-OPEN-YYYYMMDD                  PIC 9(8).

       01  WS-COUNTERS.
           05  WS-CASES-LISTED               PIC 9(9) COMP VALUE 0.
           05  WS-CASES-READ                 PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'NEW CLIENT-RAISED DISPUTES'.

       01  WS-HEADING-LINE.
           05  FILLER                        PIC X(12)
               VALUE 'CUSTOMER'.
           05  FILLER                        PIC X(13)
               VALUE 'INVOICE'.
           05  FILLER                        PIC X(11)
               VALUE 'OPENED'.
           05  FILLER                        PIC X(7)
               VALUE 'REASON'.
           05  FILLER                        PIC X(16)
               VALUE 'CASE REFERENCE'.
           05  FILLER                        PIC X(6)
               VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-OPEN-DATE              PIC 9(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-REASON-CODE            PIC X(4).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-CASE-REFERENCE         PIC X(13).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-CASE-STATUS            PIC X(6).

      *  THE 200-BYTE NOTE PRINTS UNDER ITS CASE, 100 BYTES A LINE.
       01  WS-NOTE-LINE.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  WS-NOTE-LABEL                 PIC X(6).
           05  WS-NOTE-TEXT                  PIC X(100).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(26)
               VALUE 'NEW CLIENT DISPUTES:      '.
           05  WS-SUM-LISTED                 PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(14)
               VALUE 'CASES READ:   '.
           05  WS-SUM-READ                   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O DISPUTE-CASE-FILE.
           IF NOT WS-CASE-STATUS-OK
               CLOSE DISPUTE-CASE-FILE
               GOBACK
           END-IF.

           OPEN OUTPUT NEW-DISPUTE-REPORT-FILE.

           WRITE NEW-DISPUTE-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO NEW-DISPUTE-REPORT-LINE.
           WRITE NEW-DISPUTE-REPORT-LINE.
           WRITE NEW-DISPUTE-REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM READ-NEXT-CASE.
           PERFORM UNTIL WS-NO-MORE-CASES
               ADD 1 TO WS-CASES-READ
               IF DC-SOURCE-CLIENT AND DC-CASE-NOT-REPORTED
                   PERFORM LIST-THE-CASE
               END-IF
               PERFORM READ-NEXT-CASE
           END-PERFORM.

           MOVE SPACES TO NEW-DISPUTE-REPORT-LINE.
           WRITE NEW-DISPUTE-REPORT-LINE.
           MOVE WS-CASES-LISTED TO WS-SUM-LISTED.
           MOVE WS-CASES-READ   TO WS-SUM-READ.
           WRITE NEW-DISPUTE-REPORT-LINE FROM WS-SUMMARY-LINE.

           CLOSE DISPUTE-CASE-FILE NEW-DISPUTE-REPORT-FILE.
           GOBACK.

       READ-NEXT-CASE.
           READ DISPUTE-CASE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *  THE CASE IS MARKED REPORTED AS SOON AS ITS LINES ARE
      *  WRITTEN, SO A RERUN OF THE SAME NIGHT DOES NOT LIST IT
      *  A SECOND TIME.
       LIST-THE-CASE.
           COMPUTE WS-OPEN-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(DC-OPEN-DATE)).

           MOVE SPACES TO NEW-DISPUTE-REPORT-LINE.
           WRITE NEW-DISPUTE-REPORT-LINE.
           MOVE DC-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE DC-INVOICE-NUMBER  TO WS-DTL-INVOICE-NUMBER.
           MOVE WS-OPEN-YYYYMMDD   TO WS-DTL-OPEN-DATE.
           MOVE DC-REASON-CODE     TO WS-DTL-REASON-CODE.
           MOVE DC-CASE-REFERENCE  TO WS-DTL-CASE-REFERENCE.
           IF DC-CASE-OPEN
               MOVE 'OPEN'         TO WS-DTL-CASE-STATUS
           ELSE
               MOVE 'CLOSED'       TO WS-DTL-CASE-STATUS
           END-IF.
           WRITE NEW-DISPUTE-REPORT-LINE FROM WS-DETAIL-LINE.

           MOVE 'NOTE:'             TO WS-NOTE-LABEL.
           MOVE DC-CLIENT-NOTE(1:100) TO WS-NOTE-TEXT.
           WRITE NEW-DISPUTE-REPORT-LINE FROM WS-NOTE-LINE.
           IF DC-CLIENT-NOTE(101:100) NOT = SPACES
               MOVE SPACES                  TO WS-NOTE-LABEL
               MOVE DC-CLIENT-NOTE(101:100) TO WS-NOTE-TEXT
               WRITE NEW-DISPUTE-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

           SET DC-CASE-REPORTED TO TRUE.
           REWRITE DISPUTE-CASE-RECORD.
           ADD 1 TO WS-CASES-LISTED.
