      ***********************************************************
      * RCVDUP01 -- DAILY RCV50K SUPPRESSED-DUPLICATE REPORT         *
      *                                                              *
      * RCV50K NOW ANSWERS A RESENT TRANSFER IT HAS ALREADY          *
      * PROCESSED WITH 'DUP ' INSTEAD OF PROCESSING IT TWICE, AND    *
      * PUTS EVERY SUPPRESSION ON CSMT IN THE FIXED RCVDUPMS.cpy     *
      * LAYOUT. THIS JOB READS THE DAILY CSMT EXTRACT (CSMTEXT, THE  *
      * SAME FILE CSMTTALY AND SECRPT01 READ) AND LISTS EACH         *
      * SUPPRESSED DUPLICATE -- WHEN IT CAME IN, THE SENDER, THE     *
      * FILE'S PLACE IN ITS CONVERSATION, THE BYTE COUNT AND         *
      * CHECKSUM, AND WHEN THE ORIGINAL WAS PROCESSED -- FOLLOWED    *
      * BY A COUNT PER SENDER, SO A SENDER WHOSE RESTARTS KEEP       *
      * RESENDING STANDS OUT.                                        *
      *                                                              *
      * THE DAY COMES FROM AN OPTIONAL PARAMETER FILE (DUPPARM,      *
      * YYYYMMDD -- THE CSMTTALY TALYPARM CONVENTION); WITHOUT ONE,  *
      * EVERY SUPPRESSION ON THE EXTRACT IS LISTED.                  *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVDUP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPLICATE-PARM-FILE ASSIGN TO DUPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CSMT-EXTRACT-FILE ASSIGN TO CSMTEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUPLICATE-REPORT-FILE ASSIGN TO RCVDUPRT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPLICATE-PARM-FILE.
       01  DUPLICATE-PARM-RECORD.
           05  DP-REPORT-DATE                 PIC 9(8).
           05  FILLER                         PIC X(72).

       FD  CSMT-EXTRACT-FILE.
           COPY CSMTLOG.

       FD  DUPLICATE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DUPLICATE-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                        PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS             VALUE 'Y'.

       01  WS-PARM-STATUS                     PIC X(2).
           88  WS-PARM-OPENED-OK              VALUE '00'.
       01  WS-REPORT-DATE                     PIC 9(8) VALUE 0.

      *  THE SUPPRESSION LINE, READ BACK AT THE OFFSETS RCV50K
      *  WROTE IT.
           COPY RCVDUPMS.

      *  PER-SENDER COUNTS, LINEAR-SEARCHED -- SAME BOUNDED-TABLE
      *  APPROACH AS SECRPT01'S USERID TABLE.
       01  WS-MAX-SENDERS                     PIC 9(4) COMP VALUE 200.
       01  WS-SENDER-TABLE.
           05  WS-SENDER-ENTRY OCCURS 200 TIMES
                                       INDEXED BY WS-SENDER-IDX.
               10  WS-SND-SENDER-ID           PIC X(8).
               10  WS-SND-DUPLICATES          PIC 9(9) COMP.
               10  WS-SND-BYTES               PIC 9(15) COMP-3.
       01  WS-SENDER-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-SENDER-SCAN                     PIC 9(4) COMP.
       01  WS-SENDER-SLOT                     PIC 9(4) COMP.

       01  WS-TOTALS.
           05  WS-RECORDS-READ                PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-DUPLICATES            PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-BYTES                 PIC 9(15) COMP-3 VALUE 0.
           05  WS-OTHER-DATE-SKIPPED          PIC 9(9) COMP VALUE 0.
           05  WS-SENDERS-NOT-TABLED          PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                         PIC X(50)
               VALUE 'RCV50K SUPPRESSED DUPLICATE TRANSFERS'.
           05  FILLER                         PIC X(6) VALUE 'DATE: '.
           05  WS-TTL-DATE                    PIC X(8).

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE                   PIC X(40).

       01  WS-DETAIL-HEADING-LINE.
           05  FILLER                         PIC X(10) VALUE 'DATE'.
           05  FILLER                         PIC X(8)  VALUE 'TIME'.
           05  FILLER                         PIC X(10) VALUE 'SENDER'.
           05  FILLER                         PIC X(18) VALUE 'FILE'.
           05  FILLER                         PIC X(12) VALUE
               '     BYTES'.
           05  FILLER                         PIC X(10) VALUE
               'CHECKSUM'.
           05  FILLER                         PIC X(24) VALUE
               'ORIGINAL PROCESSED'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE                    PIC 9(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DTL-TIME                    PIC 9(6).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DTL-SENDER-ID               PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DTL-FILE-IDENTIFIER         PIC X(16).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DTL-BYTE-COUNT              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DTL-CHECKSUM                PIC 9(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-DTL-ORIGINAL-DATE           PIC 9(8).
           05  FILLER                         PIC X(1) VALUE SPACE.
           05  WS-DTL-ORIGINAL-TIME           PIC 9(6).

       01  WS-SENDER-HEADING-LINE.
           05  FILLER                         PIC X(10) VALUE 'SENDER'.
           05  FILLER                         PIC X(13) VALUE
               ' DUPLICATES'.
           05  FILLER                         PIC X(20) VALUE
               '     BYTES RESENT'.

       01  WS-SENDER-LINE.
           05  WS-SNL-SENDER-ID               PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-SNL-DUPLICATES              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-SNL-BYTES                   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                   PIC X(36).
           05  WS-CNT-VALUE                   PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-DUPLICATE-PARM THRU READ-DUPLICATE-PARM-EXIT.

           OPEN INPUT CSMT-EXTRACT-FILE
                OUTPUT DUPLICATE-REPORT-FILE.

           IF WS-REPORT-DATE = 0
               MOVE 'ALL' TO WS-TTL-DATE
           ELSE
               MOVE WS-REPORT-DATE TO WS-TTL-DATE
           END-IF.
           WRITE DUPLICATE-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE FROM WS-DETAIL-HEADING-LINE.

           PERFORM READ-NEXT-RECORD.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF CL-LOG-MSG-BUFFER(1:18) = DT-TAG
                   IF WS-REPORT-DATE = 0 OR
                      CL-LOG-DATE = WS-REPORT-DATE
                       PERFORM LIST-ONE-DUPLICATE
                   ELSE
                       ADD 1 TO WS-OTHER-DATE-SKIPPED
                   END-IF
               END-IF
               PERFORM READ-NEXT-RECORD
           END-PERFORM.

           PERFORM WRITE-SENDER-SUMMARY.
           PERFORM WRITE-RUN-COUNTS.

           CLOSE CSMT-EXTRACT-FILE
                 DUPLICATE-REPORT-FILE.
           GOBACK.

       READ-NEXT-RECORD.
           READ CSMT-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       LIST-ONE-DUPLICATE.
           MOVE CL-LOG-MSG-BUFFER TO DUPLICATE-TRANSFER-MSG.
           IF DT-BYTE-COUNT NOT NUMERIC
               MOVE 0 TO DT-BYTE-COUNT
           END-IF.

           MOVE CL-LOG-DATE        TO WS-DTL-DATE.
           MOVE CL-LOG-TIME        TO WS-DTL-TIME.
           MOVE DT-SENDER-ID       TO WS-DTL-SENDER-ID.
           MOVE DT-FILE-IDENTIFIER TO WS-DTL-FILE-IDENTIFIER.
           MOVE DT-BYTE-COUNT      TO WS-DTL-BYTE-COUNT.
           MOVE DT-CHECKSUM        TO WS-DTL-CHECKSUM.
           MOVE DT-ORIGINAL-DATE   TO WS-DTL-ORIGINAL-DATE.
           MOVE DT-ORIGINAL-TIME   TO WS-DTL-ORIGINAL-TIME.
           WRITE DUPLICATE-REPORT-LINE FROM WS-DETAIL-LINE.

           ADD 1 TO WS-TOTAL-DUPLICATES.
           ADD DT-BYTE-COUNT TO WS-TOTAL-BYTES.

           MOVE 0 TO WS-SENDER-SLOT.
           MOVE 0 TO WS-SENDER-SCAN.
           PERFORM UNTIL WS-SENDER-SCAN = WS-SENDER-COUNT
                      OR WS-SENDER-SLOT > 0
               ADD 1 TO WS-SENDER-SCAN
               SET WS-SENDER-IDX TO WS-SENDER-SCAN
               IF WS-SND-SENDER-ID(WS-SENDER-IDX) = DT-SENDER-ID
                   MOVE WS-SENDER-SCAN TO WS-SENDER-SLOT
               END-IF
           END-PERFORM.

           IF WS-SENDER-SLOT = 0 AND
              WS-SENDER-COUNT < WS-MAX-SENDERS
               ADD 1 TO WS-SENDER-COUNT
               MOVE WS-SENDER-COUNT TO WS-SENDER-SLOT
               SET WS-SENDER-IDX TO WS-SENDER-SLOT
               MOVE DT-SENDER-ID TO WS-SND-SENDER-ID(WS-SENDER-IDX)
               MOVE 0 TO WS-SND-DUPLICATES(WS-SENDER-IDX)
               MOVE 0 TO WS-SND-BYTES(WS-SENDER-IDX)
           END-IF.

           IF WS-SENDER-SLOT > 0
               SET WS-SENDER-IDX TO WS-SENDER-SLOT
               ADD 1 TO WS-SND-DUPLICATES(WS-SENDER-IDX)
               ADD DT-BYTE-COUNT TO WS-SND-BYTES(WS-SENDER-IDX)
           ELSE
               ADD 1 TO WS-SENDERS-NOT-TABLED
           END-IF.

       WRITE-SENDER-SUMMARY.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           MOVE 'DUPLICATES BY SENDER' TO WS-SEC-TITLE.
           WRITE DUPLICATE-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE DUPLICATE-REPORT-LINE FROM WS-SENDER-HEADING-LINE.

           MOVE 0 TO WS-SENDER-SCAN.
           PERFORM UNTIL WS-SENDER-SCAN = WS-SENDER-COUNT
               ADD 1 TO WS-SENDER-SCAN
               SET WS-SENDER-IDX TO WS-SENDER-SCAN
               MOVE WS-SND-SENDER-ID(WS-SENDER-IDX)
                   TO WS-SNL-SENDER-ID
               MOVE WS-SND-DUPLICATES(WS-SENDER-IDX)
                   TO WS-SNL-DUPLICATES
               MOVE WS-SND-BYTES(WS-SENDER-IDX) TO WS-SNL-BYTES
               WRITE DUPLICATE-REPORT-LINE FROM WS-SENDER-LINE
           END-PERFORM.

           MOVE 'TOTALS'            TO WS-SNL-SENDER-ID.
           MOVE WS-TOTAL-DUPLICATES TO WS-SNL-DUPLICATES.
           MOVE WS-TOTAL-BYTES      TO WS-SNL-BYTES.
           WRITE DUPLICATE-REPORT-LINE FROM WS-SENDER-LINE.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.

       WRITE-RUN-COUNTS.
           MOVE 'CSMT RECORDS READ:' TO WS-CNT-LABEL.
           MOVE WS-RECORDS-READ TO WS-CNT-VALUE.
           WRITE DUPLICATE-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'DUPLICATES SUPPRESSED:' TO WS-CNT-LABEL.
           MOVE WS-TOTAL-DUPLICATES TO WS-CNT-VALUE.
           WRITE DUPLICATE-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'OTHER-DATE DUPLICATES SKIPPED:' TO WS-CNT-LABEL.
           MOVE WS-OTHER-DATE-SKIPPED TO WS-CNT-VALUE.
           WRITE DUPLICATE-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'DUPLICATES PAST THE SENDER TABLE:' TO WS-CNT-LABEL.
           MOVE WS-SENDERS-NOT-TABLED TO WS-CNT-VALUE.
           WRITE DUPLICATE-REPORT-LINE FROM WS-COUNT-LINE.

       READ-DUPLICATE-PARM.
           OPEN INPUT DUPLICATE-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-DUPLICATE-PARM-EXIT
           END-IF.
           READ DUPLICATE-PARM-FILE
               AT END GO TO CLOSE-DUPLICATE-PARM
           END-READ.
           IF DP-REPORT-DATE NUMERIC AND DP-REPORT-DATE > 0
               MOVE DP-REPORT-DATE TO WS-REPORT-DATE
           END-IF.
       CLOSE-DUPLICATE-PARM.
           CLOSE DUPLICATE-PARM-FILE.
       READ-DUPLICATE-PARM-EXIT.
           EXIT.
