      ***********************************************************
      * JRNROLL1 -- JOURNAL AND PAYMENT-HISTORY RETENTION ROLLOVER   *
      *                                                              *
      * WRITEINVJOURNAL, WRITECUSTJOURNAL AND WRITEPAYHISTORY OPEN   *
      * THEIR FILES IN EXTEND ON EVERY CALL AND NOTHING EVER TRIMMED *
      * THEM -- THE INVOICE JOURNAL, AT TWO FULL MASTER IMAGES PER   *
      * CHANGE, IS THE FASTEST-GROWING FILE WE HAVE, YET FORWARD     *
      * RECOVERY ONLY EVER REPLAYS WHAT WAS WRITTEN SINCE THE LAST   *
      * BACKUP. IN THE CSMTPURG MOLD THIS JOB READS EACH LIVE FILE   *
      * AND SPLITS IT IN TWO: A DATED ARCHIVE GENERATION OF WHAT HAS *
      * AGED OFF, AND A RETAINED FILE THE LIVE ONE IS RELOADED FROM  *
      * FOR THE NEXT CYCLE.                                          *
      *                                                              *
      *   INVJRNL   ENTRIES STAMPED BEFORE THE VERIFIED BACKUP POINT *
      *   CUSTJRNL  (BKUPPT.cpy) GO TO INVJARCH / CUSJARCH, THE      *
      *             REST TO INVJRETN / CUSJRETN                      *
      *   PAYHIST   PAYMENTS APPLIED BEFORE THE RETENTION CUTOFF     *
      *             (SEVEN YEARS, OR THE PARAMETER FILE'S DAY COUNT  *
      *             IN THE RCV50K RCVCFG OVERRIDE CONVENTION) GO TO  *
      *             PAYHARCH, THE REST TO PAYHRETN                   *
      *                                                              *
      * THE JOB BELONGS IN THE BACKUP WINDOW, AFTER THE BACKUP'S     *
      * VERIFICATION STEP HAS WRITTEN THE BACKUP POINT AND BEFORE    *
      * ONLINE REOPENS. NO BACKUP POINT, OR ONE NOT MARKED VERIFIED, *
      * MOVES NOTHING OFF EITHER JOURNAL AND GRADES THE RUN          *
      * CONDITION CODE 4. THE JOURNAL CUT NEVER REACHES INTO THE     *
      * CURRENT PROCESSING DATE, WHATEVER THE BACKUP POINT SAYS, SO  *
      * GLEXTR01 AND SLGRCN01 STILL FIND THE WHOLE DAY'S ENTRIES.    *
      * EACH FILE THAT ROLLED ANYTHING OFF GETS ITS OWN GENERATION   *
      * RECORD ON THE JRNLCAT.cpy CATALOG, THE WAY INVARCH1 CATALOGS *
      * ARCHCAT, SO PAYHRTR1 AND INVOICEDRILLDOWN CAN REACH THE      *
      * ARCHIVED HISTORY ON REQUEST.                                 *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNROLL1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLLOVER-PARM-FILE ASSIGN TO JRNLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BACKUP-POINT-FILE ASSIGN TO BKUPPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT INVOICE-JOURNAL-FILE ASSIGN TO INVJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-JOURNAL-STATUS.
           SELECT INVOICE-JOURNAL-ARCHIVE ASSIGN TO INVJARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-JOURNAL-RETAINED ASSIGN TO INVJRETN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-JOURNAL-FILE ASSIGN TO CUSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-JOURNAL-STATUS.
           SELECT CUSTOMER-JOURNAL-ARCHIVE ASSIGN TO CUSJARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-JOURNAL-RETAINED ASSIGN TO CUSJRETN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PAYMENT-HISTORY-ARCHIVE ASSIGN TO PAYHARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-HISTORY-RETAINED ASSIGN TO PAYHRETN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-CATALOG-FILE ASSIGN TO JRNLCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ROLLOVER-REPORT-FILE ASSIGN TO JRNLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLLOVER-PARM-FILE.
       01  ROLLOVER-PARM-RECORD.
           05  RP-HISTORY-RETENTION-DAYS     PIC 9(5).
           05  FILLER                        PIC X(75).

       FD  BACKUP-POINT-FILE.
           COPY BKUPPT.

       FD  INVOICE-JOURNAL-FILE.
           COPY INVJRNL.

       FD  INVOICE-JOURNAL-ARCHIVE.
           COPY INVJRNL
               REPLACING INVOICE-JOURNAL-RECORD BY
                             ARCHIVED-INVOICE-ENTRY
                         LEADING ==JR== BY ==JA==.

       FD  INVOICE-JOURNAL-RETAINED.
           COPY INVJRNL
               REPLACING INVOICE-JOURNAL-RECORD BY
                             RETAINED-INVOICE-ENTRY
                         LEADING ==JR== BY ==JT==.

       FD  CUSTOMER-JOURNAL-FILE.
           COPY CUSTJRNL.

       FD  CUSTOMER-JOURNAL-ARCHIVE.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             ARCHIVED-CUSTOMER-ENTRY
                         LEADING ==CJ== BY ==CA==.

       FD  CUSTOMER-JOURNAL-RETAINED.
           COPY CUSTJRNL
               REPLACING CUSTOMER-JOURNAL-RECORD BY
                             RETAINED-CUSTOMER-ENTRY
                         LEADING ==CJ== BY ==CT==.

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  PAYMENT-HISTORY-ARCHIVE.
           COPY PAYHIST
               REPLACING PAYMENT-HISTORY-RECORD BY
                             ARCHIVED-HISTORY-RECORD
                         LEADING ==PH== BY ==PA==.

       FD  PAYMENT-HISTORY-RETAINED.
           COPY PAYHIST
               REPLACING PAYMENT-HISTORY-RECORD BY
                             RETAINED-HISTORY-RECORD
                         LEADING ==PH== BY ==PT==.

       FD  JOURNAL-CATALOG-FILE.
           COPY JRNLCAT.

       FD  ROLLOVER-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ROLLOVER-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-BACKUP-STATUS                  PIC X(2).
           88  WS-BACKUP-OPENED-OK           VALUE '00'.
       01  WS-INVOICE-JOURNAL-STATUS         PIC X(2).
           88  WS-INVOICE-JOURNAL-OPENED-OK  VALUE '00'.
       01  WS-CUSTOMER-JOURNAL-STATUS        PIC X(2).
           88  WS-CUSTOMER-JOURNAL-OPENED-OK VALUE '00'.
       01  WS-HISTORY-STATUS                 PIC X(2).
           88  WS-HISTORY-OPENED-OK          VALUE '00'.
       01  WS-CATALOG-STATUS                 PIC X(2).
           88  WS-CATALOG-OPENED-OK          VALUE '00'.

       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

      *  HOW LONG AN APPLIED PAYMENT STAYS ON THE LIVE HISTORY --
      *  SEVEN YEARS UNLESS THE PARAMETER FILE SAYS OTHERWISE.
       01  WS-HISTORY-RETENTION-DAYS         PIC 9(5) VALUE 2555.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-INTEGER-DATE             PIC S9(9) COMP.
       01  WS-HISTORY-CUTOFF-INTEGER         PIC S9(9) COMP.
       01  WS-HISTORY-CUTOFF-YYYYMMDD        PIC 9(8).
       01  WS-APPLIED-INTEGER-DATE           PIC S9(9) COMP.
       01  WS-APPLIED-YYYYMMDD               PIC 9(8).

      *  THE JOURNAL CUT -- AN ENTRY STAMPED BEFORE IT IS ALREADY
      *  INSIDE THE VERIFIED BACKUP AND ROLLS OFF. WITH NO
      *  VERIFIED BACKUP THERE IS NO CUT AND NOTHING ROLLS.
       01  WS-JOURNAL-CUT.
           05  WS-CUT-DATE                   PIC 9(8) VALUE 0.
           05  WS-CUT-TIME                   PIC 9(6) VALUE 0.
       01  WS-ENTRY-STAMP.
           05  WS-ENTRY-DATE                 PIC 9(8).
           05  WS-ENTRY-TIME                 PIC 9(6).
       01  WS-BACKUP-FLAG                    PIC X VALUE 'N'.
           88  WS-BACKUP-POINT-KNOWN         VALUE 'Y'.
       01  WS-CUT-CAPPED-FLAG                PIC X VALUE 'N'.
           88  WS-CUT-CAPPED                 VALUE 'Y'.

      *  ONE SET PER ROLLED FILE -- 1 INVJRNL, 2 CUSTJRNL,
      *  3 PAYHIST -- FILLED AS THE FILE IS SPLIT, THEN REPORTED
      *  AND CATALOGUED TOGETHER.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 3 TIMES.
               10  WS-FILE-ID                PIC X(8).
               10  WS-FILE-PRESENT-FLAG      PIC X(1).
                   88  WS-FILE-PRESENT           VALUE 'Y'.
               10  WS-FILE-NEXT-GENERATION   PIC 9(5).
               10  WS-FILE-READ              PIC 9(9) COMP.
               10  WS-FILE-ARCHIVED          PIC 9(9) COMP.
               10  WS-FILE-RETAINED          PIC 9(9) COMP.
               10  WS-FILE-UNDATED           PIC 9(9) COMP.
               10  WS-FILE-MIN-DATE          PIC 9(8).
               10  WS-FILE-MAX-DATE          PIC 9(8).
               10  WS-FILE-CUT-DATE          PIC 9(8).
               10  WS-FILE-CUT-TIME          PIC 9(6).
       01  WS-FILE-SLOT                      PIC 9(4) COMP.
       01  WS-ARCHIVED-DATE                  PIC 9(8).

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'JOURNAL AND HISTORY RETENTION ROLLOVER REPORT'.
           05  FILLER                        PIC X(10)
               VALUE 'RUN DATE '.
           05  WS-TTL-RUN-DATE               PIC 9(8).

       01  WS-CUT-LINE.
           05  WS-CUT-LABEL                  PIC X(36).
           05  WS-CUT-LINE-DATE              PIC 9(8).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-CUT-LINE-TIME              PIC 9(6).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CUT-NOTE                   PIC X(50).

       01  WS-FILE-HEADING-LINE.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-FHD-FILE-ID                PIC X(8).
           05  WS-FHD-NOTE                   PIC X(60).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                  PIC X(36).
           05  WS-CNT-VALUE                  PIC ZZZ,ZZZ,ZZ9.

       01  WS-GENERATION-LINE.
           05  FILLER                        PIC X(11)
               VALUE 'GENERATION '.
           05  WS-GEN-NUMBER                 PIC ZZZZ9.
           05  FILLER                        PIC X(10)
               VALUE ' COVERING '.
           05  WS-GEN-MIN-DATE               PIC 9(8).
           05  FILLER                        PIC X(4)
               VALUE ' TO '.
           05  WS-GEN-MAX-DATE               PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-ROLLOVER-PARM THRU READ-ROLLOVER-PARM-EXIT.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-HISTORY-CUTOFF-INTEGER =
               WS-TODAY-INTEGER-DATE - WS-HISTORY-RETENTION-DAYS.
           COMPUTE WS-HISTORY-CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-HISTORY-CUTOFF-INTEGER).

           PERFORM READ-BACKUP-POINT THRU READ-BACKUP-POINT-EXIT.

           INITIALIZE WS-FILE-TABLE.
           MOVE 'INVJRNL '  TO WS-FILE-ID(1).
           MOVE 'CUSTJRNL'  TO WS-FILE-ID(2).
           MOVE 'PAYHIST '  TO WS-FILE-ID(3).
           PERFORM VARYING WS-FILE-SLOT FROM 1 BY 1
                   UNTIL WS-FILE-SLOT > 3
               MOVE 1        TO WS-FILE-NEXT-GENERATION(WS-FILE-SLOT)
               MOVE 99999999 TO WS-FILE-MIN-DATE(WS-FILE-SLOT)
           END-PERFORM.
           MOVE WS-CUT-DATE TO WS-FILE-CUT-DATE(1) WS-FILE-CUT-DATE(2).
           MOVE WS-CUT-TIME TO WS-FILE-CUT-TIME(1) WS-FILE-CUT-TIME(2).
           MOVE WS-HISTORY-CUTOFF-YYYYMMDD TO WS-FILE-CUT-DATE(3).
           PERFORM COUNT-PRIOR-GENERATIONS THRU
                   COUNT-PRIOR-GENERATIONS-EXIT.

           OPEN OUTPUT INVOICE-JOURNAL-ARCHIVE
                       INVOICE-JOURNAL-RETAINED
                       CUSTOMER-JOURNAL-ARCHIVE
                       CUSTOMER-JOURNAL-RETAINED
                       PAYMENT-HISTORY-ARCHIVE
                       PAYMENT-HISTORY-RETAINED
                       ROLLOVER-REPORT-FILE.

           PERFORM ROLL-INVOICE-JOURNAL THRU
                   ROLL-INVOICE-JOURNAL-EXIT.
           PERFORM ROLL-CUSTOMER-JOURNAL THRU
                   ROLL-CUSTOMER-JOURNAL-EXIT.
           PERFORM ROLL-PAYMENT-HISTORY THRU
                   ROLL-PAYMENT-HISTORY-EXIT.

           CLOSE INVOICE-JOURNAL-ARCHIVE
                 INVOICE-JOURNAL-RETAINED
                 CUSTOMER-JOURNAL-ARCHIVE
                 CUSTOMER-JOURNAL-RETAINED
                 PAYMENT-HISTORY-ARCHIVE
                 PAYMENT-HISTORY-RETAINED.

           PERFORM WRITE-CONTROL-REPORT.
           PERFORM VARYING WS-FILE-SLOT FROM 1 BY 1
                   UNTIL WS-FILE-SLOT > 3
               IF WS-FILE-ARCHIVED(WS-FILE-SLOT) > 0
                   PERFORM APPEND-CATALOG-RECORD
               END-IF
           END-PERFORM.

      *  A RUN WITH NO VERIFIED BACKUP TO CUT THE JOURNALS AT HAS
      *  STILL DONE ITS PAYMENT-HISTORY WORK, BUT OPS NEEDS TO KNOW
      *  THE JOURNALS ARE STILL GROWING.
           IF WS-BACKUP-POINT-KNOWN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE ROLLOVER-REPORT-FILE.
           GOBACK.

       READ-ROLLOVER-PARM.
           OPEN INPUT ROLLOVER-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-ROLLOVER-PARM-EXIT
           END-IF.
           READ ROLLOVER-PARM-FILE
               AT END GO TO CLOSE-ROLLOVER-PARM
           END-READ.
           IF RP-HISTORY-RETENTION-DAYS NUMERIC AND
              RP-HISTORY-RETENTION-DAYS > 0
               MOVE RP-HISTORY-RETENTION-DAYS
                   TO WS-HISTORY-RETENTION-DAYS
           END-IF.
       CLOSE-ROLLOVER-PARM.
           CLOSE ROLLOVER-PARM-FILE.
       READ-ROLLOVER-PARM-EXIT.
           EXIT.

      *****************************************************************
      *  THE CUT IS THE VERIFIED BACKUP POINT, HELD BACK TO THE START  *
      *  OF THE PROCESSING DATE -- THE DAY'S ENTRIES STAY LIVE FOR     *
      *  GLEXTR01 AND SLGRCN01 EVEN WHEN THE BACKUP RAN AFTER THEM.    *
      *****************************************************************
       READ-BACKUP-POINT.
           OPEN INPUT BACKUP-POINT-FILE.
           IF NOT WS-BACKUP-OPENED-OK
               CLOSE BACKUP-POINT-FILE
               GO TO READ-BACKUP-POINT-EXIT
           END-IF.
           READ BACKUP-POINT-FILE
               AT END GO TO CLOSE-BACKUP-POINT
           END-READ.
           IF BP-BACKUP-VERIFIED AND
              BP-BACKUP-DATE NUMERIC AND BP-BACKUP-DATE > 0 AND
              BP-BACKUP-TIME NUMERIC
               MOVE 'Y'            TO WS-BACKUP-FLAG
               MOVE BP-BACKUP-DATE TO WS-CUT-DATE
               MOVE BP-BACKUP-TIME TO WS-CUT-TIME
               IF WS-CUT-DATE NOT LESS THAN WS-TODAY-YYYYMMDD
                   MOVE WS-TODAY-YYYYMMDD TO WS-CUT-DATE
                   MOVE 0                 TO WS-CUT-TIME
                   MOVE 'Y'               TO WS-CUT-CAPPED-FLAG
               END-IF
           END-IF.
       CLOSE-BACKUP-POINT.
           CLOSE BACKUP-POINT-FILE.
       READ-BACKUP-POINT-EXIT.
           EXIT.

      *  GENERATIONS ARE NUMBERED PER FILE -- EACH RUN COUNTS
      *  ITSELF IN FROM HOW MANY THE CATALOG ALREADY HOLDS FOR IT.
       COUNT-PRIOR-GENERATIONS.
           OPEN INPUT JOURNAL-CATALOG-FILE.
           IF NOT WS-CATALOG-OPENED-OK
               CLOSE JOURNAL-CATALOG-FILE
               GO TO COUNT-PRIOR-GENERATIONS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ JOURNAL-CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM VARYING WS-FILE-SLOT FROM 1 BY 1
                               UNTIL WS-FILE-SLOT > 3
                           IF JC-FILE-ID = WS-FILE-ID(WS-FILE-SLOT)
                               ADD 1 TO WS-FILE-NEXT-GENERATION
                                            (WS-FILE-SLOT)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-CATALOG-FILE.
       COUNT-PRIOR-GENERATIONS-EXIT.
           EXIT.

      *****************************************************************
      *  THE INVOICE-MASTER JOURNAL. AN ABSENT FILE HAS NOTHING TO     *
      *  ROLL; ITS RETAINED FILE STAYS EMPTY TO MATCH.                 *
      *****************************************************************
       ROLL-INVOICE-JOURNAL.
           MOVE 1 TO WS-FILE-SLOT.
           OPEN INPUT INVOICE-JOURNAL-FILE.
           IF NOT WS-INVOICE-JOURNAL-OPENED-OK
               CLOSE INVOICE-JOURNAL-FILE
               GO TO ROLL-INVOICE-JOURNAL-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILE-PRESENT-FLAG(1).
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ INVOICE-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ(1)
                       MOVE JR-JOURNAL-DATE TO WS-ENTRY-DATE
                       MOVE JR-JOURNAL-TIME TO WS-ENTRY-TIME
                       IF WS-BACKUP-POINT-KNOWN AND
                          WS-ENTRY-STAMP < WS-JOURNAL-CUT
                           MOVE INVOICE-JOURNAL-RECORD
                               TO ARCHIVED-INVOICE-ENTRY
                           WRITE ARCHIVED-INVOICE-ENTRY
                           MOVE JR-JOURNAL-DATE TO WS-ARCHIVED-DATE
                           PERFORM NOTE-ARCHIVED-RECORD
                       ELSE
                           MOVE INVOICE-JOURNAL-RECORD
                               TO RETAINED-INVOICE-ENTRY
                           WRITE RETAINED-INVOICE-ENTRY
                           ADD 1 TO WS-FILE-RETAINED(1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-JOURNAL-FILE.
       ROLL-INVOICE-JOURNAL-EXIT.
           EXIT.

       ROLL-CUSTOMER-JOURNAL.
           MOVE 2 TO WS-FILE-SLOT.
           OPEN INPUT CUSTOMER-JOURNAL-FILE.
           IF NOT WS-CUSTOMER-JOURNAL-OPENED-OK
               CLOSE CUSTOMER-JOURNAL-FILE
               GO TO ROLL-CUSTOMER-JOURNAL-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILE-PRESENT-FLAG(2).
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CUSTOMER-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ(2)
                       MOVE CJ-JOURNAL-DATE TO WS-ENTRY-DATE
                       MOVE CJ-JOURNAL-TIME TO WS-ENTRY-TIME
                       IF WS-BACKUP-POINT-KNOWN AND
                          WS-ENTRY-STAMP < WS-JOURNAL-CUT
                           MOVE CUSTOMER-JOURNAL-RECORD
                               TO ARCHIVED-CUSTOMER-ENTRY
                           WRITE ARCHIVED-CUSTOMER-ENTRY
                           MOVE CJ-JOURNAL-DATE TO WS-ARCHIVED-DATE
                           PERFORM NOTE-ARCHIVED-RECORD
                       ELSE
                           MOVE CUSTOMER-JOURNAL-RECORD
                               TO RETAINED-CUSTOMER-ENTRY
                           WRITE RETAINED-CUSTOMER-ENTRY
                           ADD 1 TO WS-FILE-RETAINED(2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-JOURNAL-FILE.
       ROLL-CUSTOMER-JOURNAL-EXIT.
           EXIT.

      *  A PAYMENT AGES ON THE DATE ITS CASH WAS APPLIED. ONE WITH
      *  NO USABLE APPLICATION DATE CANNOT BE AGED AND STAYS LIVE,
      *  COUNTED SEPARATELY.
       ROLL-PAYMENT-HISTORY.
           MOVE 3 TO WS-FILE-SLOT.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF NOT WS-HISTORY-OPENED-OK
               CLOSE PAYMENT-HISTORY-FILE
               GO TO ROLL-PAYMENT-HISTORY-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILE-PRESENT-FLAG(3).
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ PAYMENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ(3)
                       PERFORM JUDGE-ONE-PAYMENT
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.
       ROLL-PAYMENT-HISTORY-EXIT.
           EXIT.

       JUDGE-ONE-PAYMENT.
           IF PH-APPLICATION-DATE NOT NUMERIC OR
              PH-APPLICATION-DATE = 0
               ADD 1 TO WS-FILE-UNDATED(3)
               PERFORM RETAIN-ONE-PAYMENT
           ELSE
               COMPUTE WS-APPLIED-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(PH-APPLICATION-DATE)
               IF WS-APPLIED-INTEGER-DATE < WS-HISTORY-CUTOFF-INTEGER
                   MOVE PAYMENT-HISTORY-RECORD
                       TO ARCHIVED-HISTORY-RECORD
                   WRITE ARCHIVED-HISTORY-RECORD
                   COMPUTE WS-ARCHIVED-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-APPLIED-INTEGER-DATE)
                   PERFORM NOTE-ARCHIVED-RECORD
               ELSE
                   PERFORM RETAIN-ONE-PAYMENT
               END-IF
           END-IF.

       RETAIN-ONE-PAYMENT.
           MOVE PAYMENT-HISTORY-RECORD TO RETAINED-HISTORY-RECORD.
           WRITE RETAINED-HISTORY-RECORD.
           ADD 1 TO WS-FILE-RETAINED(3).

       NOTE-ARCHIVED-RECORD.
           ADD 1 TO WS-FILE-ARCHIVED(WS-FILE-SLOT).
           IF WS-ARCHIVED-DATE < WS-FILE-MIN-DATE(WS-FILE-SLOT)
               MOVE WS-ARCHIVED-DATE TO WS-FILE-MIN-DATE(WS-FILE-SLOT)
           END-IF.
           IF WS-ARCHIVED-DATE > WS-FILE-MAX-DATE(WS-FILE-SLOT)
               MOVE WS-ARCHIVED-DATE TO WS-FILE-MAX-DATE(WS-FILE-SLOT)
           END-IF.

       APPEND-CATALOG-RECORD.
           OPEN EXTEND JOURNAL-CATALOG-FILE.
           IF NOT WS-CATALOG-OPENED-OK
               OPEN OUTPUT JOURNAL-CATALOG-FILE
           END-IF.
           MOVE WS-FILE-ID(WS-FILE-SLOT)       TO JC-FILE-ID.
           MOVE WS-FILE-NEXT-GENERATION(WS-FILE-SLOT)
               TO JC-GENERATION-NUMBER.
           MOVE WS-TODAY-YYYYMMDD              TO JC-ARCHIVE-DATE.
           MOVE WS-FILE-MIN-DATE(WS-FILE-SLOT) TO JC-MIN-DATE.
           MOVE WS-FILE-MAX-DATE(WS-FILE-SLOT) TO JC-MAX-DATE.
           MOVE WS-FILE-ARCHIVED(WS-FILE-SLOT) TO JC-RECORD-COUNT.
           MOVE WS-FILE-CUT-DATE(WS-FILE-SLOT) TO JC-CUTOFF-DATE.
           MOVE WS-FILE-CUT-TIME(WS-FILE-SLOT) TO JC-CUTOFF-TIME.
           WRITE JOURNAL-CATALOG-RECORD.
           CLOSE JOURNAL-CATALOG-FILE.

       WRITE-CONTROL-REPORT.
           MOVE WS-TODAY-YYYYMMDD TO WS-TTL-RUN-DATE.
           WRITE ROLLOVER-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.

           MOVE SPACES TO WS-CUT-LINE.
           MOVE 'JOURNAL CUT (VERIFIED BACKUP POINT):' TO WS-CUT-LABEL.
           MOVE WS-CUT-DATE TO WS-CUT-LINE-DATE.
           MOVE WS-CUT-TIME TO WS-CUT-LINE-TIME.
           IF NOT WS-BACKUP-POINT-KNOWN
               MOVE 'NO VERIFIED BACKUP POINT, JOURNALS NOT ROLLED'
                   TO WS-CUT-NOTE
           END-IF.
           IF WS-CUT-CAPPED
               MOVE 'HELD BACK TO THE START OF THE PROCESSING DATE'
                   TO WS-CUT-NOTE
           END-IF.
           WRITE ROLLOVER-REPORT-LINE FROM WS-CUT-LINE.
           MOVE SPACES TO WS-CUT-LINE.
           MOVE 'PAYMENT HISTORY RETENTION CUTOFF:' TO WS-CUT-LABEL.
           MOVE WS-HISTORY-CUTOFF-YYYYMMDD TO WS-CUT-LINE-DATE.
           MOVE 0 TO WS-CUT-LINE-TIME.
           WRITE ROLLOVER-REPORT-LINE FROM WS-CUT-LINE.

           PERFORM VARYING WS-FILE-SLOT FROM 1 BY 1
                   UNTIL WS-FILE-SLOT > 3
               PERFORM REPORT-ONE-FILE
           END-PERFORM.

       REPORT-ONE-FILE.
           MOVE SPACES TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           MOVE WS-FILE-ID(WS-FILE-SLOT) TO WS-FHD-FILE-ID.
           IF WS-FILE-PRESENT(WS-FILE-SLOT)
               MOVE SPACES TO WS-FHD-NOTE
           ELSE
               MOVE ' NOT PRESENT, NOTHING TO ROLL' TO WS-FHD-NOTE
           END-IF.
           WRITE ROLLOVER-REPORT-LINE FROM WS-FILE-HEADING-LINE.

           MOVE 'RECORDS READ:' TO WS-CNT-LABEL.
           MOVE WS-FILE-READ(WS-FILE-SLOT) TO WS-CNT-VALUE.
           WRITE ROLLOVER-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'RECORDS ARCHIVED:' TO WS-CNT-LABEL.
           MOVE WS-FILE-ARCHIVED(WS-FILE-SLOT) TO WS-CNT-VALUE.
           WRITE ROLLOVER-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'RECORDS RETAINED ON THE LIVE FILE:' TO WS-CNT-LABEL.
           MOVE WS-FILE-RETAINED(WS-FILE-SLOT) TO WS-CNT-VALUE.
           WRITE ROLLOVER-REPORT-LINE FROM WS-COUNT-LINE.
           IF WS-FILE-UNDATED(WS-FILE-SLOT) > 0
               MOVE 'UNDATED RECORDS RETAINED:' TO WS-CNT-LABEL
               MOVE WS-FILE-UNDATED(WS-FILE-SLOT) TO WS-CNT-VALUE
               WRITE ROLLOVER-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.
           IF WS-FILE-ARCHIVED(WS-FILE-SLOT) > 0
               MOVE WS-FILE-NEXT-GENERATION(WS-FILE-SLOT)
                   TO WS-GEN-NUMBER
               MOVE WS-FILE-MIN-DATE(WS-FILE-SLOT) TO WS-GEN-MIN-DATE
               MOVE WS-FILE-MAX-DATE(WS-FILE-SLOT) TO WS-GEN-MAX-DATE
               WRITE ROLLOVER-REPORT-LINE FROM WS-GENERATION-LINE
           END-IF.
