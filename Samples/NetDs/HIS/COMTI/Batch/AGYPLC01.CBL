      ***********************************************************
      * AGYPLC01 -- COLLECTION-AGENCY PLACEMENT                      *
      *                                                              *
      * ACCOUNTS PAST 180 DAYS THAT IGNORED THEIR DUNLTR01 FINAL     *
      * NOTICE WENT TO THE OUTSIDE AGENCY ON A HAND-BUILT            *
      * SPREADSHEET, AND NOTHING IN THIS SYSTEM KNEW THEY HAD GONE   *
      * -- THE LETTERS, FINANCE CHARGES AND STATEMENTS KEPT COMING.  *
      * THIS JOB READS THE INVOICE MASTER EXTRACT, PRE-SORTED        *
      * ASCENDING BY IM-CUSTOMER-NUMBER (THE FINCHG01 CONVENTION),   *
      * NETS EACH CUSTOMER'S OPEN RECEIVABLE IN USD AND AGES THEIR   *
      * OLDEST OPEN CHARGE FROM ITS DUE DATE (NET 30 FROM THE        *
      * INVOICE DATE WHEN NONE WAS STAMPED). A CUSTOMER IS PLACED    *
      * WHEN ALL OF THESE HOLD:                                      *
      *     - THE OLDEST OPEN CHARGE IS PAST THE THRESHOLD (180      *
      *       DAYS) AND THE NET OPEN BALANCE IS STILL OWED           *
      *     - THE DUNHIST.cpy LETTER HISTORY SHOWS A FINAL NOTICE    *
      *       (DUNLTR01'S TOP GRADE) AT LEAST THE WAITING PERIOD     *
      *       (30 DAYS) AGO                                          *
      *     - THE CUSTOMER IS NOT ALREADY PLACED, IN BANKRUPTCY OR   *
      *       UNDER ANOTHER LEGAL HOLD (CD-COLLECTION-BARRED)        *
      * EACH PLACEMENT WRITES ONE ROW TO THE AGENCY'S PLACEMENT FILE *
      * (AGYPLOUT), SETS CD-PLACED-WITH-AGENCY ON THE CUSTDEMO.cpy   *
      * MASTER THROUGH THE USUAL STAMP-AND-JOURNAL REWRITE -- WHICH  *
      * TAKES THE ACCOUNT OUT OF DUNLTR01, FINCHG01 AND STMTGEN1 --  *
      * AND RECORDS THE AGENCY, DATE AND PLACED BALANCE ON THE       *
      * AGYPLAC.cpy MASTER AGYREM01 LATER POSTS THE AGENCY'S         *
      * REMITTANCES AGAINST.                                         *
      *                                                              *
      * THE AGENCY ID AND BOTH DAY COUNTS COME FROM THE USUAL        *
      * OPTIONAL PARAMETER FILE. WITH NO AGENCY ID, OR NO CUSTOMER   *
      * MASTER, NOTHING CAN BE PLACED AND THE RUN GRADES CONDITION   *
      * CODE 8; WITH NO LETTER HISTORY NO FINAL NOTICE CAN BE        *
      * PROVED, SO NOTHING IS PLACED AND IT GRADES 4.                *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYPLC01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-EXTRACT-FILE ASSIGN TO INVXTRCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT DUNNING-HISTORY-FILE ASSIGN TO DUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PLACEMENT-MASTER-FILE ASSIGN TO AGYPLAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-CUSTOMER-NUMBER
               FILE STATUS IS WS-PLACEMENT-STATUS.
           SELECT AGENCY-PLACEMENT-FILE ASSIGN TO AGYPLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLACEMENT-REGISTER-FILE ASSIGN TO AGYPLRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLACEMENT-PARM-FILE ASSIGN TO AGYPLPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  DUNNING-HISTORY-FILE.
           COPY DUNHIST.

       FD  PLACEMENT-MASTER-FILE.
           COPY AGYPLAC.

      *  ONE ROW PER PLACED ACCOUNT, IN THE FIXED LAYOUT THE AGENCY
      *  LOADS -- WHO THE DEBTOR IS, WHERE TO FIND THEM, AND WHAT
      *  THEY OWE IN USD AS OF THE PLACEMENT DATE.
       FD  AGENCY-PLACEMENT-FILE.
       01  AGENCY-PLACEMENT-ROW.
           05  PF-AGENCY-ID                  PIC X(8).
           05  PF-CUSTOMER-NUMBER            PIC 9(9).
           05  PF-LAST-NAME                  PIC X(20).
           05  PF-FIRST-NAME                 PIC X(20).
           05  PF-ADDRESS-LINE-1             PIC X(30).
           05  PF-ADDRESS-LINE-2             PIC X(30).
           05  PF-ADDRESS-CITY               PIC X(20).
           05  PF-ADDRESS-STATE              PIC X(2).
           05  PF-ADDRESS-ZIP                PIC X(10).
           05  PF-CUSTOMER-PHONE             PIC X(14).
           05  PF-PLACED-BALANCE             PIC 9(11)V9(2).
           05  PF-OPEN-ITEM-COUNT            PIC 9(5).
           05  PF-OLDEST-DAYS-PAST-DUE       PIC 9(5).
           05  PF-FINAL-NOTICE-DATE          PIC 9(8).
           05  PF-PLACEMENT-DATE             PIC 9(8).

       FD  PLACEMENT-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PLACEMENT-REGISTER-LINE           PIC X(132).

       FD  PLACEMENT-PARM-FILE.
       01  PLACEMENT-PARM-RECORD.
           05  PL-AGENCY-ID                  PIC X(8).
           05  PL-MINIMUM-DAYS-PAST-DUE      PIC 9(3).
           05  PL-NOTICE-WAIT-DAYS           PIC 9(3).
           05  FILLER                        PIC X(66).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.
       01  WS-FIRST-RECORD-FLAG              PIC X VALUE 'Y'.
           88  WS-FIRST-RECORD               VALUE 'Y'.

       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-HISTORY-STATUS                 PIC X(2).
           88  WS-HISTORY-STATUS-OK          VALUE '00'.
       01  WS-HISTORY-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-HISTORY-FILE-PRESENT       VALUE 'Y'.
       01  WS-PLACEMENT-STATUS               PIC X(2).
           88  WS-PLACEMENT-STATUS-OK        VALUE '00'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-FOUND-FLAG                     PIC X.
           88  WS-RECORD-FOUND               VALUE 'Y'.
       01  WS-MORE-HISTORY                   PIC X.
           88  MORE-HISTORY-RECORDS          VALUE 'Y'.

      *  THE AGENCY THE RUN PLACES WITH, HOW FAR PAST DUE THE
      *  OLDEST CHARGE MUST BE, AND HOW LONG A FINAL NOTICE MUST
      *  HAVE GONE UNANSWERED -- FROM THE PARAMETER FILE. THERE IS
      *  NO DEFAULT AGENCY.
       01  WS-AGENCY-ID                      PIC X(8) VALUE SPACES.
       01  WS-MINIMUM-DAYS-PAST-DUE          PIC 9(3) VALUE 180.
       01  WS-NOTICE-WAIT-DAYS               PIC 9(3) VALUE 30.

      *  DUNLTR01'S FINAL-NOTICE GRADE ON THE LETTER HISTORY.
       01  WS-FINAL-NOTICE-GRADE             PIC 9(1) VALUE 3.
       01  WS-FINAL-NOTICE-DATE              PIC 9(8).
       01  WS-NOTICE-INTEGER-DATE            PIC S9(9) COMP.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-INTEGER-DATE             PIC S9(9) COMP.
       01  WS-DUE-INTEGER-DATE               PIC S9(9) COMP.
       01  WS-DAYS-PAST-DUE                  PIC S9(9) COMP.
       01  WS-MODIFICATION-STAMP             PIC 9(14).

      *  THE CUSTOMER GROUP BEING ACCUMULATED -- NET OPEN USD
      *  RECEIVABLE (CHARGES LESS CREDIT MEMOS, TAX INCLUDED, THE
      *  STATEMENT BALANCE), ITS OPEN CHARGES, AND THE AGE OF THE
      *  OLDEST ONE.
       01  WS-CURRENT-CUSTOMER-NUMBER        PIC 9(9).
       01  WS-OPEN-BALANCE                   PIC S9(13)V9(2) COMP-3.
       01  WS-USD-AMOUNT                     PIC S9(13)V9(2) COMP-3.
       01  WS-OPEN-ITEM-COUNT                PIC 9(5) COMP.
       01  WS-OLDEST-DAYS-PAST-DUE           PIC S9(9) COMP.

      *  EVERY PLACEMENT REWRITE IS JOURNALED THROUGH
      *  WRITECUSTJOURNAL SO CUSTRCV1 CAN ROLL A RESTORED
      *  DEMOGRAPHIC MASTER FORWARD.
       01  WS-JOURNAL-ACTION                 PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'AGYPLC01'.
       01  WS-JOURNAL-BEFORE                 PIC X(300).
       01  WS-JOURNAL-AFTER                  PIC X(300).

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-SCANNED          PIC 9(9) COMP VALUE 0.
           05  WS-OVER-THRESHOLD             PIC 9(9) COMP VALUE 0.
           05  WS-ALREADY-PLACED             PIC 9(9) COMP VALUE 0.
           05  WS-SKIPPED-BANKRUPT           PIC 9(9) COMP VALUE 0.
           05  WS-SKIPPED-NO-NOTICE          PIC 9(9) COMP VALUE 0.
           05  WS-SKIPPED-NO-MASTER          PIC 9(9) COMP VALUE 0.
           05  WS-ACCOUNTS-PLACED            PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-PLACED               PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(36)
               VALUE 'COLLECTION-AGENCY PLACEMENT REGISTER'.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE 'AGENCY: '.
           05  WS-TTL-AGENCY-ID              PIC X(8).

       01  WS-HEADING-LINE.
           05  FILLER                        PIC X(36)
               VALUE 'CUSTOMER   NAME                     '.
           05  FILLER                        PIC X(36)
               VALUE '   PLACED BALANCE  ITEMS    DAYS    '.
           05  FILLER                        PIC X(12)
               VALUE 'FINAL NOTICE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-LAST-NAME              PIC X(20).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-PLACED-BALANCE         PIC -(15)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-ITEM-COUNT             PIC ZZZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-DAYS-PAST-DUE          PIC ZZ,ZZ9.
           05  FILLER                        PIC X(7) VALUE SPACES.
           05  WS-DTL-FINAL-NOTICE-DATE      PIC 9(8).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'CUSTOMERS SCANNED:      '.
           05  WS-SUM-SCANNED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'PAST THE THRESHOLD:     '.
           05  WS-SUM-OVER-THRESHOLD         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'ACCOUNTS PLACED:        '.
           05  WS-SUM-PLACED                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'TOTAL PLACED:           '.
           05  WS-SUM-TOTAL-PLACED           PIC -(12)9.99.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                        PIC X(24)
               VALUE 'SKIPPED, ALREADY PLACED:'.
           05  WS-SUM-ALREADY-PLACED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'SKIPPED, LEGAL STATUS:  '.
           05  WS-SUM-BANKRUPT               PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                        PIC X(24)
               VALUE 'SKIPPED, NO FINAL NOTICE'.
           05  WS-SUM-NO-NOTICE              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'SKIPPED, NOT ON MASTER: '.
           05  WS-SUM-NO-MASTER              PIC ZZZ,ZZZ,ZZ9.

       01  WS-NO-AGENCY-LINE.
           05  FILLER                        PIC X(52)
               VALUE 'NO AGENCY ID IN THE PARAMETERS -- NOTHING PLACED'.

       01  WS-NO-MASTER-LINE.
           05  FILLER                        PIC X(52)
               VALUE 'CUSTOMER MASTER UNAVAILABLE -- NOTHING PLACED'.

       01  WS-NO-HISTORY-LINE.
           05  FILLER                        PIC X(52)
               VALUE 'NO DUNNING LETTER HISTORY -- NOTHING PLACED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PLACEMENT-PARM THRU READ-PLACEMENT-PARM-EXIT.

           OPEN OUTPUT PLACEMENT-REGISTER-FILE.
           MOVE WS-AGENCY-ID TO WS-TTL-AGENCY-ID.
           WRITE PLACEMENT-REGISTER-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO PLACEMENT-REGISTER-LINE.
           WRITE PLACEMENT-REGISTER-LINE.

           IF WS-AGENCY-ID = SPACES
               WRITE PLACEMENT-REGISTER-LINE FROM WS-NO-AGENCY-LINE
               CLOSE PLACEMENT-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CUSTOMER-DEMOGRAPHIC-FILE.
           IF NOT WS-DEMO-STATUS-OK
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
               WRITE PLACEMENT-REGISTER-LINE FROM WS-NO-MASTER-LINE
               CLOSE PLACEMENT-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DUNNING-HISTORY-FILE.
           IF WS-HISTORY-STATUS-OK
               SET WS-HISTORY-FILE-PRESENT TO TRUE
           ELSE
               CLOSE DUNNING-HISTORY-FILE
               WRITE PLACEMENT-REGISTER-LINE FROM WS-NO-HISTORY-LINE
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
                     PLACEMENT-REGISTER-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O PLACEMENT-MASTER-FILE.
           IF NOT WS-PLACEMENT-STATUS-OK
               OPEN OUTPUT PLACEMENT-MASTER-FILE
               CLOSE PLACEMENT-MASTER-FILE
               OPEN I-O PLACEMENT-MASTER-FILE
           END-IF.

           OPEN INPUT INVOICE-EXTRACT-FILE
                OUTPUT AGENCY-PLACEMENT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-MODIFICATION-STAMP.
           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

           WRITE PLACEMENT-REGISTER-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO PLACEMENT-REGISTER-LINE.
           WRITE PLACEMENT-REGISTER-LINE.

           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               EVALUATE TRUE
                   WHEN WS-FIRST-RECORD
                       PERFORM START-NEW-CUSTOMER-GROUP
                   WHEN IM-CUSTOMER-NUMBER = WS-CURRENT-CUSTOMER-NUMBER
                       CONTINUE
                   WHEN OTHER
                       PERFORM PLACE-CURRENT-CUSTOMER THRU
                               PLACE-CURRENT-CUSTOMER-EXIT
                       PERFORM START-NEW-CUSTOMER-GROUP
               END-EVALUATE
               PERFORM ACCUMULATE-OPEN-ITEM THRU
                       ACCUMULATE-OPEN-ITEM-EXIT
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.

           IF NOT WS-FIRST-RECORD
               PERFORM PLACE-CURRENT-CUSTOMER THRU
                       PLACE-CURRENT-CUSTOMER-EXIT
           END-IF.

           MOVE SPACES TO PLACEMENT-REGISTER-LINE.
           WRITE PLACEMENT-REGISTER-LINE.
           MOVE WS-CUSTOMERS-SCANNED  TO WS-SUM-SCANNED.
           MOVE WS-OVER-THRESHOLD     TO WS-SUM-OVER-THRESHOLD.
           WRITE PLACEMENT-REGISTER-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-ACCOUNTS-PLACED    TO WS-SUM-PLACED.
           MOVE WS-TOTAL-PLACED       TO WS-SUM-TOTAL-PLACED.
           WRITE PLACEMENT-REGISTER-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-ALREADY-PLACED     TO WS-SUM-ALREADY-PLACED.
           MOVE WS-SKIPPED-BANKRUPT   TO WS-SUM-BANKRUPT.
           WRITE PLACEMENT-REGISTER-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-SKIPPED-NO-NOTICE  TO WS-SUM-NO-NOTICE.
           MOVE WS-SKIPPED-NO-MASTER  TO WS-SUM-NO-MASTER.
           WRITE PLACEMENT-REGISTER-LINE FROM WS-SUMMARY-LINE-4.

           CLOSE INVOICE-EXTRACT-FILE
                 CUSTOMER-DEMOGRAPHIC-FILE
                 DUNNING-HISTORY-FILE
                 PLACEMENT-MASTER-FILE
                 AGENCY-PLACEMENT-FILE
                 PLACEMENT-REGISTER-FILE.
           GOBACK.

       READ-PLACEMENT-PARM.
           OPEN INPUT PLACEMENT-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-PLACEMENT-PARM-EXIT
           END-IF.
           READ PLACEMENT-PARM-FILE
               AT END GO TO CLOSE-PLACEMENT-PARM
           END-READ.
           MOVE PL-AGENCY-ID TO WS-AGENCY-ID.
           IF PL-MINIMUM-DAYS-PAST-DUE NUMERIC AND
              PL-MINIMUM-DAYS-PAST-DUE > 0
               MOVE PL-MINIMUM-DAYS-PAST-DUE
                   TO WS-MINIMUM-DAYS-PAST-DUE
           END-IF.
           IF PL-NOTICE-WAIT-DAYS NUMERIC
               MOVE PL-NOTICE-WAIT-DAYS TO WS-NOTICE-WAIT-DAYS
           END-IF.
       CLOSE-PLACEMENT-PARM.
           CLOSE PLACEMENT-PARM-FILE.
       READ-PLACEMENT-PARM-EXIT.
           EXIT.

       READ-NEXT-INVOICE.
           READ INVOICE-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       START-NEW-CUSTOMER-GROUP.
           MOVE 'N' TO WS-FIRST-RECORD-FLAG.
           MOVE IM-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER-NUMBER.
           MOVE 0 TO WS-OPEN-BALANCE.
           MOVE 0 TO WS-OPEN-ITEM-COUNT.
           MOVE 0 TO WS-OLDEST-DAYS-PAST-DUE.

      *  ROLL ONE INVOICE INTO THE GROUP: ONLY OPEN, NOT-ON-HOLD,
      *  NOT-VOID ITEMS COUNT. THE UNPAID REMAINDER, TAX INCLUDED,
      *  IS RESTATED TO USD THROUGH THE INVOICE'S OWN RATE; A
      *  CHARGE ADDS TO THE BALANCE AND IS AGED, A CREDIT MEMO
      *  NETS AGAINST IT.
       ACCUMULATE-OPEN-ITEM.
           IF IM-INVOICE-ON-HOLD OR IM-INVOICE-PAID OR IM-TYPE-VOID
               GO TO ACCUMULATE-OPEN-ITEM-EXIT
           END-IF.

           COMPUTE WS-USD-AMOUNT ROUNDED =
               (IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT
                   - IM-AMOUNT-PAID) * IM-INVOICE-EXCHANGE-RATE.

           IF NOT IM-TYPE-CHARGE
               SUBTRACT WS-USD-AMOUNT FROM WS-OPEN-BALANCE
               GO TO ACCUMULATE-OPEN-ITEM-EXIT
           END-IF.

           ADD WS-USD-AMOUNT TO WS-OPEN-BALANCE.
           ADD 1 TO WS-OPEN-ITEM-COUNT.

           IF IM-DUE-DATE > 0
               COMPUTE WS-DUE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(IM-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE) + 30
           END-IF.
           COMPUTE WS-DAYS-PAST-DUE =
               WS-TODAY-INTEGER-DATE - WS-DUE-INTEGER-DATE.
           IF WS-DAYS-PAST-DUE > WS-OLDEST-DAYS-PAST-DUE
               MOVE WS-DAYS-PAST-DUE TO WS-OLDEST-DAYS-PAST-DUE
           END-IF.

       ACCUMULATE-OPEN-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *  THE CUSTOMER GROUP JUST ENDED -- PLACE THE ACCOUNT IF IT IS   *
      *  PAST THE THRESHOLD, STILL OWES, IS NOT ALREADY WITH AN        *
      *  AGENCY OR LEGALLY BARRED FROM COLLECTION, AND HAS LET A       *
      *  FINAL NOTICE GO BY.                                           *
      *****************************************************************
       PLACE-CURRENT-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-SCANNED.
           IF WS-OLDEST-DAYS-PAST-DUE < WS-MINIMUM-DAYS-PAST-DUE OR
              WS-OPEN-BALANCE NOT GREATER THAN 0
               GO TO PLACE-CURRENT-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-OVER-THRESHOLD.

           MOVE WS-CURRENT-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-FOUND-FLAG.
           READ CUSTOMER-DEMOGRAPHIC-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
           END-READ.
           IF NOT WS-RECORD-FOUND
               ADD 1 TO WS-SKIPPED-NO-MASTER
               GO TO PLACE-CURRENT-CUSTOMER-EXIT
           END-IF.

           IF CD-PLACED-WITH-AGENCY
               ADD 1 TO WS-ALREADY-PLACED
               GO TO PLACE-CURRENT-CUSTOMER-EXIT
           END-IF.
           IF CD-COLLECTION-BARRED
               ADD 1 TO WS-SKIPPED-BANKRUPT
               GO TO PLACE-CURRENT-CUSTOMER-EXIT
           END-IF.

           PERFORM FIND-IGNORED-FINAL-NOTICE.
           IF WS-FINAL-NOTICE-DATE = 0
               ADD 1 TO WS-SKIPPED-NO-NOTICE
               GO TO PLACE-CURRENT-CUSTOMER-EXIT
           END-IF.

           PERFORM WRITE-AGENCY-ROW.
           PERFORM RECORD-PLACEMENT.

           MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-BEFORE.
           SET CD-PLACED-WITH-AGENCY TO TRUE.
           MOVE WS-MODIFICATION-STAMP TO CD-MODIFICATION-STAMP.
           REWRITE CUSTOMER-DEMOGRAPHIC-RECORD.
           MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-AFTER.
           CALL 'WRITECUSTJOURNAL' USING WS-JOURNAL-ACTION
                                         WS-JOURNAL-PROGRAM
                                         WS-JOURNAL-BEFORE
                                         WS-JOURNAL-AFTER.

           MOVE WS-CURRENT-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE CD-LAST-NAME            TO WS-DTL-LAST-NAME.
           MOVE WS-OPEN-BALANCE         TO WS-DTL-PLACED-BALANCE.
           MOVE WS-OPEN-ITEM-COUNT      TO WS-DTL-ITEM-COUNT.
           MOVE WS-OLDEST-DAYS-PAST-DUE TO WS-DTL-DAYS-PAST-DUE.
           MOVE WS-FINAL-NOTICE-DATE    TO WS-DTL-FINAL-NOTICE-DATE.
           WRITE PLACEMENT-REGISTER-LINE FROM WS-DETAIL-LINE.

           ADD 1 TO WS-ACCOUNTS-PLACED.
           ADD WS-OPEN-BALANCE TO WS-TOTAL-PLACED.

       PLACE-CURRENT-CUSTOMER-EXIT.
           EXIT.

      *  WALK THE CUSTOMER'S LETTER HISTORY (OLDEST FIRST) AND KEEP
      *  THE DATE OF THE LATEST FINAL NOTICE. ONE SENT INSIDE THE
      *  WAITING PERIOD HAS NOT YET BEEN IGNORED, SO IT COUNTS AS
      *  NONE -- WS-FINAL-NOTICE-DATE COMES BACK ZERO.
       FIND-IGNORED-FINAL-NOTICE.
           MOVE 0 TO WS-FINAL-NOTICE-DATE.
           MOVE WS-CURRENT-CUSTOMER-NUMBER TO DH-CUSTOMER-NUMBER.
           MOVE 0 TO DH-LETTER-DATE.
           MOVE 'Y' TO WS-MORE-HISTORY.
           START DUNNING-HISTORY-FILE KEY IS NOT LESS THAN DH-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-HISTORY
           END-START.

           PERFORM UNTIL NOT MORE-HISTORY-RECORDS
               READ DUNNING-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-HISTORY
               END-READ
               IF MORE-HISTORY-RECORDS
                   IF DH-CUSTOMER-NUMBER NOT =
                          WS-CURRENT-CUSTOMER-NUMBER
                       MOVE 'N' TO WS-MORE-HISTORY
                   ELSE
                       IF DH-LETTER-GRADE = WS-FINAL-NOTICE-GRADE
                           MOVE DH-LETTER-DATE TO WS-FINAL-NOTICE-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FINAL-NOTICE-DATE > 0
               COMPUTE WS-NOTICE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-FINAL-NOTICE-DATE)
               IF WS-TODAY-INTEGER-DATE - WS-NOTICE-INTEGER-DATE
                      < WS-NOTICE-WAIT-DAYS
                   MOVE 0 TO WS-FINAL-NOTICE-DATE
               END-IF
           END-IF.

       WRITE-AGENCY-ROW.
           MOVE WS-AGENCY-ID            TO PF-AGENCY-ID.
           MOVE CD-CUSTOMER-NUMBER      TO PF-CUSTOMER-NUMBER.
           MOVE CD-LAST-NAME            TO PF-LAST-NAME.
           MOVE CD-FIRST-NAME           TO PF-FIRST-NAME.
           MOVE CD-ADDRESS-LINE-1       TO PF-ADDRESS-LINE-1.
           MOVE CD-ADDRESS-LINE-2       TO PF-ADDRESS-LINE-2.
           MOVE CD-ADDRESS-CITY         TO PF-ADDRESS-CITY.
           MOVE CD-ADDRESS-STATE        TO PF-ADDRESS-STATE.
           MOVE CD-ADDRESS-ZIP          TO PF-ADDRESS-ZIP.
           MOVE CD-CUSTOMER-PHONE       TO PF-CUSTOMER-PHONE.
           MOVE WS-OPEN-BALANCE         TO PF-PLACED-BALANCE.
           MOVE WS-OPEN-ITEM-COUNT      TO PF-OPEN-ITEM-COUNT.
           MOVE WS-OLDEST-DAYS-PAST-DUE TO PF-OLDEST-DAYS-PAST-DUE.
           MOVE WS-FINAL-NOTICE-DATE    TO PF-FINAL-NOTICE-DATE.
           MOVE WS-TODAY-YYYYMMDD       TO PF-PLACEMENT-DATE.
           WRITE AGENCY-PLACEMENT-ROW.

      *  A NEW PLACEMENT, OR A FRESH ONE REPLACING AN ACCOUNT THE
      *  AGENCY RETURNED EARLIER -- THE RUNNING TOTALS START OVER.
       RECORD-PLACEMENT.
           MOVE WS-CURRENT-CUSTOMER-NUMBER TO AP-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-FOUND-FLAG.
           READ PLACEMENT-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
           END-READ.

           MOVE WS-CURRENT-CUSTOMER-NUMBER TO AP-CUSTOMER-NUMBER.
           MOVE WS-AGENCY-ID           TO AP-AGENCY-ID.
           MOVE WS-TODAY-YYYYMMDD      TO AP-PLACEMENT-DATE.
           SET AP-PLACED               TO TRUE.
           MOVE WS-OPEN-BALANCE        TO AP-PLACED-BALANCE.
           MOVE 0                      TO AP-COLLECTED-TO-DATE.
           MOVE 0                      TO AP-COMMISSION-TO-DATE.
           MOVE 0                      TO AP-LAST-REMITTANCE-DATE.
           MOVE 0                      TO AP-RETURN-DATE.

           IF WS-RECORD-FOUND
               REWRITE AGENCY-PLACEMENT-RECORD
           ELSE
               WRITE AGENCY-PLACEMENT-RECORD
           END-IF.
