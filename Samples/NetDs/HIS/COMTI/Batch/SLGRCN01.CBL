      ***********************************************************
      * SLGRCN01 -- DAILY SUBLEDGER-TO-GENERAL-LEDGER RECONCILIATION *
      *                                                              *
      * GLEXTR01 TURNS THE DAY'S INVOICE-MASTER JOURNAL INTO LEDGER  *
      * LINES, BUT NOTHING PROVED THAT WHAT REACHED THE LEDGER IS    *
      * WHAT ACTUALLY CHANGED IN THE SUBLEDGER. THIS JOB DOES, FOR   *
      * THE RUN DATE (THE PROCESSING DATE, OR THE OPTIONAL PARAMETER *
      * FILE'S YYYYMMDD, THE GLEXTR01 PATTERN), FROM THREE SOURCES:  *
      *                                                              *
      *   GLJRNL  THE RUN DATE'S LINES ON THE A/R CONTROL ACCOUNT    *
      *           (DEBITS LESS CREDITS), BY ACTIVITY                 *
      *   INVJRNL THE RUN DATE'S BEFORE/AFTER IMAGES, RE-DERIVED     *
      *           UNDER GLEXTR01'S OWN RULES INTO EACH ACTIVITY'S    *
      *           A/R EFFECT, AND UNDER THE CUSTBAL NETTING RULES    *
      *           INTO ITS EFFECT ON THE OPEN BALANCE                *
      *   CUSTBAL THE TOTAL NET OPEN BALANCE NOW, LESS THE TOTAL     *
      *           THIS JOB SAVED ON ITS LAST RUN (RCNBAL)            *
      *                                                              *
      * THE A/R CONTROL ACCOUNT IS THE PARAMETER FILE'S, OR FAILING  *
      * THAT THE DEBIT ACCOUNT ON GLMAP'S DEFAULT BILL ROW.          *
      * ACTIVITIES ARE GLEXTR01'S CODES, WITH FINANCE CHARGES        *
      * (PRODUCT FINCHARGE) AND WRITE-OFFS (PRODUCT WRITEOFF) SPLIT  *
      * OUT AS FINC AND WOFF, AND FX FOR A RATE RESTATED IN PLACE    *
      * (INVREVL1) -- A CHANGE IN THE USD VALUE OF A/R THAT NO       *
      * LEDGER LINE CARRIES. EVERY ACTIVITY WHOSE LEDGER MOVEMENT    *
      * DIFFERS FROM THE JOURNAL'S IS REPORTED WITH THE DIFFERENCE.  *
      * THE CONTROL SECTION THEN PROVES THE A/R CONTROL ACCOUNT'S    *
      * MOVEMENT AGAINST THE CHANGE IN TOTAL OPEN BALANCE: THE TWO   *
      * ARE KEPT ON DIFFERENT BASES (THE LEDGER CARRIES TAX AND      *
      * PARTIAL PAYMENTS, CUSTBAL CARRIES WHOLE UNPAID ITEMS), SO    *
      * THE BASIS DIFFERENCE THE JOURNAL ACCOUNTS FOR IS SHOWN AS    *
      * THE RECONCILING ITEM AND ONLY THE UNEXPLAINED REMAINDER      *
      * COUNTS. CUSTBAL'S OWN CHANGE IS ALSO PROVED AGAINST THE      *
      * JOURNAL.                                                     *
      *                                                              *
      * ANY DIFFERENCE GRADES SEVERE (RC 8), SO BATCHDRV STOPS THE   *
      * CHAIN. THE FIRST RUN HAS NO SAVED OPENING TOTAL TO PROVE     *
      * CUSTBAL AGAINST; IT TAKES ITS BASELINE AND ENDS RC 4. A      *
      * RERUN OF THE SAME DATE REUSES THAT DATE'S SAVED OPENING      *
      * TOTAL, SO IT PROVES THE SAME DAY AGAIN. RUN AFTER GLEXTR01   *
      * AND CBALVFY1.                                                *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLGRCN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT INVOICE-JOURNAL-FILE ASSIGN TO INVJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CUSTOMER-BALANCE-FILE ASSIGN TO CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-CUSTOMER-NUMBER
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT GL-MAPPING-FILE ASSIGN TO GLMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-MAP-STATUS.
           SELECT BALANCE-CONTROL-FILE ASSIGN TO RCNBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RECON-PARM-FILE ASSIGN TO RCNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO RCNRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL-FILE.
           COPY GLJRNL.

       FD  INVOICE-JOURNAL-FILE.
           COPY INVJRNL.

       FD  CUSTOMER-BALANCE-FILE.
           COPY CUSTBAL.

       FD  GL-MAPPING-FILE.
           COPY GLMAP.

      *  THE TOTAL NET OPEN BALANCE AS THIS JOB LAST SAW IT. THE
      *  OPENING TOTAL IS KEPT BESIDE THE CLOSING ONE SO A RERUN OF
      *  THE SAME DATE CAN PROVE AGAINST THE SAME STARTING POINT.
       FD  BALANCE-CONTROL-FILE.
       01  BALANCE-CONTROL-RECORD.
           05  RB-RUN-DATE                   PIC 9(8).
           05  RB-OPENING-FLAG               PIC X(1).
               88  RB-OPENING-KNOWN          VALUE 'Y'.
           05  RB-OPENING-NET                PIC S9(13)V9(2) COMP-3.
           05  RB-CLOSING-NET                PIC S9(13)V9(2) COMP-3.
           05  FILLER                        PIC X(55).

       FD  RECON-PARM-FILE.
       01  RECON-PARM-RECORD.
           05  RP-RUN-DATE                   PIC 9(8).
           05  RP-AR-CONTROL-ACCOUNT         PIC X(8).
           05  FILLER                        PIC X(64).

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RECON-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GL-STATUS                      PIC X(2).
           88  WS-GL-OPENED-OK               VALUE '00'.
       01  WS-JOURNAL-STATUS                 PIC X(2).
           88  WS-JOURNAL-OPENED-OK          VALUE '00'.
       01  WS-BALANCE-STATUS                 PIC X(2).
           88  WS-BALANCE-STATUS-OK          VALUE '00'.
       01  WS-MAP-STATUS                     PIC X(2).
           88  WS-MAP-STATUS-OK              VALUE '00'.
       01  WS-CONTROL-STATUS                 PIC X(2).
           88  WS-CONTROL-OPENED-OK          VALUE '00'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.

       01  WS-GL-EOF-FLAG                    PIC X VALUE 'N'.
           88  WS-NO-MORE-GL-LINES           VALUE 'Y'.
       01  WS-JOURNAL-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-ENTRIES            VALUE 'Y'.
       01  WS-BALANCE-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-BALANCES           VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-RUN-DATE                       PIC 9(8).
       01  WS-AR-CONTROL-ACCOUNT             PIC X(8) VALUE SPACES.

      *  A SOURCE THAT COULD NOT BE READ AT ALL LEAVES NOTHING TO
      *  PROVE -- SEVERE, NOT A QUIET ZERO.
       01  WS-SOURCE-MISSING-FLAG            PIC X VALUE 'N'.
           88  WS-SOURCE-MISSING             VALUE 'Y'.

      *  THE JOURNAL'S BYTE-COPY IMAGES LAID BACK OVER THE MASTER
      *  RECORD SHAPE, AS GLEXTR01 READS THEM.
           COPY INVMAST
               REPLACING INVOICE-MASTER-RECORD BY
                             BEFORE-WORK-RECORD
                         LEADING ==IM== BY ==BV==.

           COPY INVMAST
               REPLACING INVOICE-MASTER-RECORD BY
                             AFTER-WORK-RECORD
                         LEADING ==IM== BY ==AV==.

       01  WS-PAID-DELTA                     PIC S9(13)V9(2) COMP-3.
       01  WS-DISCOUNT-DELTA                 PIC S9(13)V9(2) COMP-3.
       01  WS-RECEIVABLE-DELTA               PIC S9(13)V9(2) COMP-3.
       01  WS-LINE-AMOUNT                    PIC S9(13)V9(2) COMP-3.
       01  WS-OPEN-CURRENCY-AMOUNT           PIC S9(13)V9(2) COMP-3.
       01  WS-VALUE-AT-BEFORE-RATE           PIC S9(13)V9(2) COMP-3.
       01  WS-VALUE-AT-AFTER-RATE            PIC S9(13)V9(2) COMP-3.
       01  WS-OPEN-BEFORE                    PIC S9(13)V9(2) COMP-3.
       01  WS-OPEN-AFTER                     PIC S9(13)V9(2) COMP-3.
       01  WS-OPEN-DELTA                     PIC S9(13)V9(2) COMP-3.

      *  WHICH ACTIVITY AN AMOUNT BELONGS TO, AND WHERE IT IS GOING.
       01  WS-RECON-CODE                     PIC X(4).
       01  WS-POST-AMOUNT                    PIC S9(13)V9(2) COMP-3.
       01  WS-POST-COLUMN                    PIC X(1).
           88  WS-POST-TO-LEDGER             VALUE 'L'.
           88  WS-POST-TO-JOURNAL            VALUE 'J'.
           88  WS-POST-TO-OPEN-BALANCE       VALUE 'O'.

      *  ONE ROW PER ACTIVITY SEEN IN ANY SOURCE.
       01  WS-MAX-ACTIVITIES                 PIC 9(4) COMP VALUE 40.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACTIVITY-ENTRY OCCURS 40 TIMES
                                       INDEXED BY WS-ACT-IDX.
               10  WS-ACT-CODE               PIC X(4).
               10  WS-ACT-LEDGER             PIC S9(13)V9(2) COMP-3.
               10  WS-ACT-JOURNAL            PIC S9(13)V9(2) COMP-3.
               10  WS-ACT-OPEN-BALANCE       PIC S9(13)V9(2) COMP-3.
       01  WS-ACTIVITY-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-ACTIVITY-OVERFLOW              PIC 9(9) COMP VALUE 0.
       01  WS-ACTIVITY-SLOT                  PIC 9(4) COMP.
       01  WS-ACTIVITY-SCAN                  PIC 9(4) COMP.

      *  WHAT EACH ACTIVITY CODE IS CALLED ON THE REPORT.
       01  WS-ACTIVITY-NAME-VALUES.
           05  FILLER PIC X(28) VALUE 'BILLPOSTED CHARGES          '.
           05  FILLER PIC X(28) VALUE 'FINCFINANCE CHARGES         '.
           05  FILLER PIC X(28) VALUE 'CREDCREDIT MEMOS            '.
           05  FILLER PIC X(28) VALUE 'WOFFWRITE-OFFS              '.
           05  FILLER PIC X(28) VALUE 'CASHCASH APPLIED            '.
           05  FILLER PIC X(28) VALUE 'ONACON-ACCOUNT APPLIED      '.
           05  FILLER PIC X(28) VALUE 'DISCDISCOUNTS TAKEN         '.
           05  FILLER PIC X(28) VALUE 'VOIDVOIDS                   '.
           05  FILLER PIC X(28) VALUE 'ADJURESTATEMENTS            '.
           05  FILLER PIC X(28) VALUE 'FX  FX RATE RESTATEMENT     '.
           05  FILLER PIC X(28) VALUE 'NETGCREDIT NETTING          '.
           05  FILLER PIC X(28) VALUE 'RASNREASSIGNMENTS           '.
           05  FILLER PIC X(28) VALUE 'ARCHARCHIVAL DELETES        '.
           05  FILLER PIC X(28) VALUE 'OTHROTHER MASTER CHANGES    '.
       01  FILLER REDEFINES WS-ACTIVITY-NAME-VALUES.
           05  WS-ACTIVITY-NAME-ENTRY OCCURS 14 TIMES
                                       INDEXED BY WS-NAME-IDX.
               10  WS-NAME-CODE              PIC X(4).
               10  WS-NAME-TEXT              PIC X(24).

       01  WS-TOTALS.
           05  WS-TOTAL-LEDGER               PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-JOURNAL              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-OPEN-BALANCE         PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-OPENING-NET                PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-CLOSING-NET                PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-CUSTBAL-CHANGE             PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-BASIS-DIFFERENCE           PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-UNEXPLAINED                PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-CUSTBAL-DIFFERENCE         PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-ROW-DIFFERENCE             PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-COUNTERS.
           05  WS-GL-LINES-READ              PIC 9(9) COMP VALUE 0.
           05  WS-GL-LINES-ON-AR             PIC 9(9) COMP VALUE 0.
           05  WS-ENTRIES-READ               PIC 9(9) COMP VALUE 0.
           05  WS-ENTRIES-ON-DATE            PIC 9(9) COMP VALUE 0.
           05  WS-BALANCES-READ              PIC 9(9) COMP VALUE 0.
           05  WS-ACTIVITIES-DIFFERING       PIC 9(4) COMP VALUE 0.

       01  WS-OPENING-FLAG                   PIC X VALUE 'N'.
           88  WS-OPENING-KNOWN              VALUE 'Y'.
      *  A CONTROL RECORD ALREADY PAST THE RUN DATE (A BACK-DATED
      *  RERUN) IS LEFT AS IT IS -- THERE IS NO OPENING TO PROVE
      *  AGAINST AND THE LATER DAY'S TOTAL MUST NOT BE LOST.
       01  WS-CONTROL-AHEAD-FLAG             PIC X VALUE 'N'.
           88  WS-CONTROL-AHEAD              VALUE 'Y'.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(50)
               VALUE 'DAILY SUBLEDGER TO GENERAL LEDGER RECONCILIATION'.
           05  FILLER                        PIC X(10)
               VALUE 'RUN DATE '.
           05  WS-TTL-RUN-DATE               PIC 9(8).
           05  FILLER                        PIC X(18)
               VALUE '  A/R CONTROL ACCT'.
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-TTL-AR-ACCOUNT             PIC X(8).

       01  WS-HEADING-LINE.
           05  FILLER                        PIC X(30)
               VALUE 'ACTIVITY'.
           05  FILLER                        PIC X(20)
               VALUE '   GL A/R MOVEMENT'.
           05  FILLER                        PIC X(20)
               VALUE '  INVJRNL A/R EFFCT'.
           05  FILLER                        PIC X(20)
               VALUE '          DIFFERENCE'.
           05  FILLER                        PIC X(20)
               VALUE '   OPEN BAL EFFECT'.

       01  WS-ACTIVITY-LINE.
           05  WS-ACL-CODE                   PIC X(4).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ACL-NAME                   PIC X(24).
           05  WS-ACL-LEDGER                 PIC -(15)9.99.
           05  WS-ACL-JOURNAL                PIC -(15)9.99.
           05  WS-ACL-DIFFERENCE             PIC -(15)9.99.
           05  WS-ACL-OPEN-BALANCE           PIC -(15)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ACL-FLAG                   PIC X(10).

       01  WS-CONTROL-LINE.
           05  WS-CTL-LABEL                  PIC X(50).
           05  WS-CTL-AMOUNT                 PIC -(15)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CTL-FLAG                   PIC X(30).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                  PIC X(40).
           05  WS-CNT-VALUE                  PIC ZZZ,ZZZ,ZZ9.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT                   PIC X(80).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-RUN-DATE.
           PERFORM READ-RECON-PARM THRU READ-RECON-PARM-EXIT.

           OPEN OUTPUT RECON-REPORT-FILE.
           PERFORM FIND-AR-CONTROL-ACCOUNT THRU
                   FIND-AR-CONTROL-ACCOUNT-EXIT.
           MOVE WS-RUN-DATE           TO WS-TTL-RUN-DATE.
           MOVE WS-AR-CONTROL-ACCOUNT TO WS-TTL-AR-ACCOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           PERFORM TALLY-LEDGER-SOURCE THRU TALLY-LEDGER-SOURCE-EXIT.
           PERFORM TALLY-JOURNAL-SOURCE THRU
                   TALLY-JOURNAL-SOURCE-EXIT.
           PERFORM TALLY-BALANCE-SOURCE THRU
                   TALLY-BALANCE-SOURCE-EXIT.

           WRITE RECON-REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-ACTIVITY-SCAN FROM 1 BY 1
                   UNTIL WS-ACTIVITY-SCAN > WS-ACTIVITY-COUNT
               PERFORM REPORT-ONE-ACTIVITY
           END-PERFORM.
           IF WS-ACTIVITY-OVERFLOW > 0
               MOVE 'AMOUNTS PAST THE ACTIVITY TABLE BOUND, NOT PROVED'
                   TO WS-CNT-LABEL
               MOVE WS-ACTIVITY-OVERFLOW TO WS-CNT-VALUE
               WRITE RECON-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

           MOVE SPACES TO WS-ACTIVITY-LINE.
           MOVE 'TOTAL' TO WS-ACL-NAME.
           MOVE WS-TOTAL-LEDGER       TO WS-ACL-LEDGER.
           MOVE WS-TOTAL-JOURNAL      TO WS-ACL-JOURNAL.
           COMPUTE WS-ROW-DIFFERENCE =
               WS-TOTAL-LEDGER - WS-TOTAL-JOURNAL.
           MOVE WS-ROW-DIFFERENCE     TO WS-ACL-DIFFERENCE.
           MOVE WS-TOTAL-OPEN-BALANCE TO WS-ACL-OPEN-BALANCE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE FROM WS-ACTIVITY-LINE.

           PERFORM WRITE-CONTROL-SECTION.
           PERFORM WRITE-COUNT-SECTION.
           PERFORM SAVE-BALANCE-CONTROL THRU
                   SAVE-BALANCE-CONTROL-EXIT.

      *  ANY DIFFERENCE, OR ANY SOURCE THAT COULD NOT BE PROVED, IS
      *  SEVERE; A FIRST RUN WITH NOTHING TO PROVE CUSTBAL AGAINST
      *  IS THE WARNING GRADE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WS-ACTIVITIES-DIFFERING > 0 OR
              WS-ACTIVITY-OVERFLOW > 0 OR
              WS-SOURCE-MISSING OR
              WS-UNEXPLAINED NOT = 0 OR
              WS-CUSTBAL-DIFFERENCE NOT = 0
               MOVE 'SUBLEDGER AND LEDGER DO NOT RECONCILE'
                   TO WS-MSG-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-OPENING-KNOWN
                   MOVE 'RECONCILED, CUSTBAL NOT PROVED - NO OPENING'
                       TO WS-MSG-TEXT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'SUBLEDGER AND LEDGER RECONCILE'
                       TO WS-MSG-TEXT
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-MESSAGE-LINE.

           CLOSE RECON-REPORT-FILE.
           GOBACK.

       READ-RECON-PARM.
           OPEN INPUT RECON-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-RECON-PARM-EXIT
           END-IF.
           READ RECON-PARM-FILE
               AT END GO TO CLOSE-RECON-PARM
           END-READ.
           IF RP-RUN-DATE NUMERIC AND RP-RUN-DATE > 0
               MOVE RP-RUN-DATE TO WS-RUN-DATE
           END-IF.
           IF RP-AR-CONTROL-ACCOUNT NOT = SPACES
               MOVE RP-AR-CONTROL-ACCOUNT TO WS-AR-CONTROL-ACCOUNT
           END-IF.
       CLOSE-RECON-PARM.
           CLOSE RECON-PARM-FILE.
       READ-RECON-PARM-EXIT.
           EXIT.

      *  NO ACCOUNT ON THE PARAMETER FILE -- A POSTED CHARGE DEBITS
      *  A/R, SO THE BILL ACTIVITY'S DEFAULT ROW NAMES IT.
       FIND-AR-CONTROL-ACCOUNT.
           IF WS-AR-CONTROL-ACCOUNT NOT = SPACES
               GO TO FIND-AR-CONTROL-ACCOUNT-EXIT
           END-IF.
           OPEN INPUT GL-MAPPING-FILE.
           IF NOT WS-MAP-STATUS-OK
               CLOSE GL-MAPPING-FILE
               GO TO FIND-AR-CONTROL-ACCOUNT-EXIT
           END-IF.
           MOVE 'BILL'  TO GM-ACTIVITY-CODE.
           MOVE SPACES  TO GM-PRODUCT-CODE.
           READ GL-MAPPING-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE GM-DEBIT-ACCOUNT TO WS-AR-CONTROL-ACCOUNT
           END-READ.
           CLOSE GL-MAPPING-FILE.
       FIND-AR-CONTROL-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      *  SOURCE ONE -- THE LEDGER. EVERY RUN-DATE LINE ON THE A/R      *
      *  CONTROL ACCOUNT, DEBITS IN AND CREDITS OUT, BY ACTIVITY.      *
      *****************************************************************
       TALLY-LEDGER-SOURCE.
           IF WS-AR-CONTROL-ACCOUNT = SPACES
               MOVE 'NO A/R CONTROL ACCOUNT ON PARM OR GLMAP'
                   TO WS-MSG-TEXT
               WRITE RECON-REPORT-LINE FROM WS-MESSAGE-LINE
               SET WS-SOURCE-MISSING TO TRUE
               GO TO TALLY-LEDGER-SOURCE-EXIT
           END-IF.
           OPEN INPUT GL-JOURNAL-FILE.
           IF NOT WS-GL-OPENED-OK
               CLOSE GL-JOURNAL-FILE
               MOVE 'GLJRNL EXTRACT COULD NOT BE OPENED' TO WS-MSG-TEXT
               WRITE RECON-REPORT-LINE FROM WS-MESSAGE-LINE
               SET WS-SOURCE-MISSING TO TRUE
               GO TO TALLY-LEDGER-SOURCE-EXIT
           END-IF.

           SET WS-POST-TO-LEDGER TO TRUE.
           PERFORM UNTIL WS-NO-MORE-GL-LINES
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-GL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-GL-LINES-READ
                       PERFORM TALLY-ONE-LEDGER-LINE THRU
                               TALLY-ONE-LEDGER-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE GL-JOURNAL-FILE.

       TALLY-LEDGER-SOURCE-EXIT.
           EXIT.

       TALLY-ONE-LEDGER-LINE.
           IF JL-JOURNAL-DATE NOT = WS-RUN-DATE OR
              JL-GL-ACCOUNT NOT = WS-AR-CONTROL-ACCOUNT
               GO TO TALLY-ONE-LEDGER-LINE-EXIT
           END-IF.
           ADD 1 TO WS-GL-LINES-ON-AR.

           MOVE JL-ACTIVITY-CODE TO WS-RECON-CODE.
           IF JL-ACTIVITY-CODE = 'BILL' AND
              JL-PRODUCT-CODE = 'FINCHARGE'
               MOVE 'FINC' TO WS-RECON-CODE
           END-IF.
           IF JL-ACTIVITY-CODE = 'CRED' AND
              JL-PRODUCT-CODE = 'WRITEOFF'
               MOVE 'WOFF' TO WS-RECON-CODE
           END-IF.

           IF JL-DEBIT
               MOVE JL-AMOUNT TO WS-POST-AMOUNT
           ELSE
               COMPUTE WS-POST-AMOUNT = 0 - JL-AMOUNT
           END-IF.
           PERFORM POST-TO-ACTIVITY THRU POST-TO-ACTIVITY-EXIT.

       TALLY-ONE-LEDGER-LINE-EXIT.
           EXIT.

      *****************************************************************
      *  SOURCE TWO -- THE INVOICE-MASTER JOURNAL. EACH RUN-DATE ENTRY *
      *  IS RE-DERIVED TWICE: ITS A/R EFFECT UNDER GLEXTR01'S RULES    *
      *  (SAME ROUNDING, SAME SKIPS), AND ITS OPEN-BALANCE EFFECT      *
      *  UNDER THE CUSTBAL NETTING RULES, WHICH SEE EVERY CHANGE --    *
      *  NETTING, REASSIGNMENT AND ARCHIVAL INCLUDED.                  *
      *****************************************************************
       TALLY-JOURNAL-SOURCE.
           OPEN INPUT INVOICE-JOURNAL-FILE.
           IF NOT WS-JOURNAL-OPENED-OK
               CLOSE INVOICE-JOURNAL-FILE
               MOVE 'INVJRNL JOURNAL COULD NOT BE OPENED' TO WS-MSG-TEXT
               WRITE RECON-REPORT-LINE FROM WS-MESSAGE-LINE
               SET WS-SOURCE-MISSING TO TRUE
               GO TO TALLY-JOURNAL-SOURCE-EXIT
           END-IF.

           PERFORM UNTIL WS-NO-MORE-ENTRIES
               READ INVOICE-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       PERFORM TALLY-ONE-ENTRY THRU
                               TALLY-ONE-ENTRY-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-JOURNAL-FILE.

       TALLY-JOURNAL-SOURCE-EXIT.
           EXIT.

       TALLY-ONE-ENTRY.
      *  A CONSISTENCY-POINT MARKER IS NOT AN INVOICE CHANGE.
           IF JR-JOURNAL-DATE NOT = WS-RUN-DATE OR JR-ACTION-MARKER
               GO TO TALLY-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-ENTRIES-ON-DATE.

           IF JR-ACTION-WRITE
               MOVE LOW-VALUES TO BEFORE-WORK-RECORD
           ELSE
               MOVE JR-BEFORE-IMAGE TO BEFORE-WORK-RECORD
           END-IF.
           IF JR-ACTION-DELETE
               MOVE LOW-VALUES TO AFTER-WORK-RECORD
           ELSE
               MOVE JR-AFTER-IMAGE TO AFTER-WORK-RECORD
           END-IF.

           PERFORM TALLY-OPEN-BALANCE-EFFECT THRU
                   TALLY-OPEN-BALANCE-EFFECT-EXIT.

      *  THE ENTRIES GLEXTR01 NEVER BOOKS HAVE NO A/R EFFECT TO
      *  PROVE -- THEY STILL MOVED THE OPEN BALANCE ABOVE.
           IF JR-PROGRAM-NAME = 'CRAPPLY1'
                   OR JR-PROGRAM-NAME = 'INVRASN1'
                   OR JR-PROGRAM-NAME = 'UNMERGE1'
                   OR JR-ACTION-DELETE
               GO TO TALLY-ONE-ENTRY-EXIT
           END-IF.

           SET WS-POST-TO-JOURNAL TO TRUE.
           IF JR-ACTION-WRITE
               PERFORM TALLY-NEW-POSTING
               GO TO TALLY-ONE-ENTRY-EXIT
           END-IF.

           IF AV-INVOICE-TRANSACTION-TYPE = 'V' AND
              BV-INVOICE-TRANSACTION-TYPE NOT = 'V'
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   (BV-INVOICE-AMOUNT + BV-INVOICE-TAX-AMOUNT)
                       * BV-INVOICE-EXCHANGE-RATE
               MOVE 'VOID' TO WS-RECON-CODE
               COMPUTE WS-POST-AMOUNT = 0 - WS-LINE-AMOUNT
               PERFORM POST-TO-ACTIVITY THRU POST-TO-ACTIVITY-EXIT
               GO TO TALLY-ONE-ENTRY-EXIT
           END-IF.

           COMPUTE WS-DISCOUNT-DELTA =
               AV-DISCOUNT-TAKEN - BV-DISCOUNT-TAKEN.
           COMPUTE WS-PAID-DELTA =
               AV-AMOUNT-PAID - BV-AMOUNT-PAID - WS-DISCOUNT-DELTA.
           COMPUTE WS-RECEIVABLE-DELTA =
               (AV-INVOICE-AMOUNT + AV-INVOICE-TAX-AMOUNT) -
               (BV-INVOICE-AMOUNT + BV-INVOICE-TAX-AMOUNT).

           IF WS-PAID-DELTA NOT = 0
               IF JR-PROGRAM-NAME = 'INVPOST1'
                   MOVE 'ONAC' TO WS-RECON-CODE
               ELSE
                   MOVE 'CASH' TO WS-RECON-CODE
               END-IF
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   WS-PAID-DELTA * AV-INVOICE-EXCHANGE-RATE
               COMPUTE WS-POST-AMOUNT = 0 - WS-LINE-AMOUNT
               PERFORM POST-TO-ACTIVITY THRU POST-TO-ACTIVITY-EXIT
           END-IF.
           IF WS-DISCOUNT-DELTA NOT = 0
               MOVE 'DISC' TO WS-RECON-CODE
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   WS-DISCOUNT-DELTA * AV-INVOICE-EXCHANGE-RATE
               COMPUTE WS-POST-AMOUNT = 0 - WS-LINE-AMOUNT
               PERFORM POST-TO-ACTIVITY THRU POST-TO-ACTIVITY-EXIT
           END-IF.
           IF WS-RECEIVABLE-DELTA NOT = 0
               MOVE 'ADJU' TO WS-RECON-CODE
               COMPUTE WS-POST-AMOUNT ROUNDED =
                   WS-RECEIVABLE-DELTA * AV-INVOICE-EXCHANGE-RATE
               PERFORM POST-TO-ACTIVITY THRU POST-TO-ACTIVITY-EXIT
           END-IF.

      *  A RATE RESTATED IN PLACE CHANGES WHAT THE STILL-OPEN
      *  RECEIVABLE IS WORTH IN USD WITHOUT ANY AMOUNT MOVING --
      *  GLEXTR01 BOOKS NOTHING FOR IT, AND THIS IS WHERE IT SHOWS.
           IF AV-INVOICE-EXCHANGE-RATE NOT = BV-INVOICE-EXCHANGE-RATE
               PERFORM TALLY-RATE-RESTATEMENT
           END-IF.

       TALLY-ONE-ENTRY-EXIT.
           EXIT.

      *  A NEW CHARGE ADDS ITS WHOLE RECEIVABLE TO A/R; A NEW CREDIT
      *  MEMO TAKES ITS AMOUNT OFF -- GLEXTR01'S BILL AND CRED PAIRS.
       TALLY-NEW-POSTING.
           IF AV-INVOICE-TRANSACTION-TYPE = 'C'
               COMPUTE WS-POST-AMOUNT ROUNDED =
                   (AV-INVOICE-AMOUNT + AV-INVOICE-TAX-AMOUNT)
                       * AV-INVOICE-EXCHANGE-RATE
               IF AV-INVOICE-PRODUCT-CODE = 'FINCHARGE'
                   MOVE 'FINC' TO WS-RECON-CODE
               ELSE
                   MOVE 'BILL' TO WS-RECON-CODE
               END-IF
               PERFORM POST-TO-ACTIVITY THRU POST-TO-ACTIVITY-EXIT
           END-IF.
           IF AV-INVOICE-TRANSACTION-TYPE = 'M'
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   AV-INVOICE-AMOUNT * AV-INVOICE-EXCHANGE-RATE
               COMPUTE WS-POST-AMOUNT = 0 - WS-LINE-AMOUNT
               IF AV-INVOICE-PRODUCT-CODE = 'WRITEOFF'
                   MOVE 'WOFF' TO WS-RECON-CODE
               ELSE
                   MOVE 'CRED' TO WS-RECON-CODE
               END-IF
               PERFORM POST-TO-ACTIVITY THRU POST-TO-ACTIVITY-EXIT
           END-IF.

       TALLY-RATE-RESTATEMENT.
           MOVE 0 TO WS-OPEN-CURRENCY-AMOUNT.
           IF NOT AV-INVOICE-PAID
               IF AV-INVOICE-TRANSACTION-TYPE = 'C'
                   COMPUTE WS-OPEN-CURRENCY-AMOUNT =
                       AV-INVOICE-AMOUNT + AV-INVOICE-TAX-AMOUNT
                           - AV-AMOUNT-PAID
               END-IF
               IF AV-INVOICE-TRANSACTION-TYPE = 'M'
                   COMPUTE WS-OPEN-CURRENCY-AMOUNT =
                       0 - AV-INVOICE-AMOUNT
               END-IF
           END-IF.
           COMPUTE WS-VALUE-AT-AFTER-RATE ROUNDED =
               WS-OPEN-CURRENCY-AMOUNT * AV-INVOICE-EXCHANGE-RATE.
           COMPUTE WS-VALUE-AT-BEFORE-RATE ROUNDED =
               WS-OPEN-CURRENCY-AMOUNT * BV-INVOICE-EXCHANGE-RATE.
           COMPUTE WS-POST-AMOUNT =
               WS-VALUE-AT-AFTER-RATE - WS-VALUE-AT-BEFORE-RATE.
           IF WS-POST-AMOUNT NOT = 0
               MOVE 'FX  ' TO WS-RECON-CODE
               PERFORM POST-TO-ACTIVITY THRU POST-TO-ACTIVITY-EXIT
           END-IF.

      *  THE ENTRY'S EFFECT ON THE CUSTBAL NET: AN UNPAID CHARGE
      *  COUNTS ITS USD AMOUNT IN, AN UNPAID CREDIT MEMO OR VOID
      *  COUNTS IT OUT, A PAID ITEM OR AN ABSENT IMAGE COUNTS
      *  NOTHING. THE ACTIVITY IT IS FILED UNDER IS WHAT MOVED IT.
       TALLY-OPEN-BALANCE-EFFECT.
           MOVE 0 TO WS-OPEN-BEFORE.
           IF NOT JR-ACTION-WRITE AND NOT BV-INVOICE-PAID
               COMPUTE WS-OPEN-BEFORE ROUNDED =
                   BV-INVOICE-AMOUNT * BV-INVOICE-EXCHANGE-RATE
               IF BV-INVOICE-TRANSACTION-TYPE NOT = 'C'
                   COMPUTE WS-OPEN-BEFORE = 0 - WS-OPEN-BEFORE
               END-IF
           END-IF.
           MOVE 0 TO WS-OPEN-AFTER.
           IF NOT JR-ACTION-DELETE AND NOT AV-INVOICE-PAID
               COMPUTE WS-OPEN-AFTER ROUNDED =
                   AV-INVOICE-AMOUNT * AV-INVOICE-EXCHANGE-RATE
               IF AV-INVOICE-TRANSACTION-TYPE NOT = 'C'
                   COMPUTE WS-OPEN-AFTER = 0 - WS-OPEN-AFTER
               END-IF
           END-IF.
           COMPUTE WS-OPEN-DELTA = WS-OPEN-AFTER - WS-OPEN-BEFORE.
           IF WS-OPEN-DELTA = 0
               GO TO TALLY-OPEN-BALANCE-EFFECT-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN JR-PROGRAM-NAME = 'CRAPPLY1'
                   MOVE 'NETG' TO WS-RECON-CODE
               WHEN JR-PROGRAM-NAME = 'INVRASN1' OR
                    JR-PROGRAM-NAME = 'UNMERGE1'
                   MOVE 'RASN' TO WS-RECON-CODE
               WHEN JR-ACTION-DELETE
                   MOVE 'ARCH' TO WS-RECON-CODE
               WHEN JR-ACTION-WRITE AND
                    AV-INVOICE-TRANSACTION-TYPE = 'C'
                   IF AV-INVOICE-PRODUCT-CODE = 'FINCHARGE'
                       MOVE 'FINC' TO WS-RECON-CODE
                   ELSE
                       MOVE 'BILL' TO WS-RECON-CODE
                   END-IF
               WHEN JR-ACTION-WRITE AND
                    AV-INVOICE-TRANSACTION-TYPE = 'M'
                   IF AV-INVOICE-PRODUCT-CODE = 'WRITEOFF'
                       MOVE 'WOFF' TO WS-RECON-CODE
                   ELSE
                       MOVE 'CRED' TO WS-RECON-CODE
                   END-IF
               WHEN AV-INVOICE-TRANSACTION-TYPE = 'V' AND
                    BV-INVOICE-TRANSACTION-TYPE NOT = 'V'
                   MOVE 'VOID' TO WS-RECON-CODE
               WHEN AV-AMOUNT-PAID NOT = BV-AMOUNT-PAID AND
                    AV-DISCOUNT-TAKEN = BV-DISCOUNT-TAKEN
                   IF JR-PROGRAM-NAME = 'INVPOST1'
                       MOVE 'ONAC' TO WS-RECON-CODE
                   ELSE
                       MOVE 'CASH' TO WS-RECON-CODE
                   END-IF
               WHEN AV-DISCOUNT-TAKEN NOT = BV-DISCOUNT-TAKEN
                   MOVE 'DISC' TO WS-RECON-CODE
               WHEN AV-INVOICE-AMOUNT NOT = BV-INVOICE-AMOUNT
                   MOVE 'ADJU' TO WS-RECON-CODE
               WHEN AV-INVOICE-EXCHANGE-RATE NOT =
                    BV-INVOICE-EXCHANGE-RATE
                   MOVE 'FX  ' TO WS-RECON-CODE
               WHEN OTHER
                   MOVE 'OTHR' TO WS-RECON-CODE
           END-EVALUATE.
           SET WS-POST-TO-OPEN-BALANCE TO TRUE.
           MOVE WS-OPEN-DELTA TO WS-POST-AMOUNT.
           PERFORM POST-TO-ACTIVITY THRU POST-TO-ACTIVITY-EXIT.

       TALLY-OPEN-BALANCE-EFFECT-EXIT.
           EXIT.

      *****************************************************************
      *  SOURCE THREE -- CUSTBAL. THE TOTAL NET NOW, AGAINST THE TOTAL *
      *  SAVED LAST RUN; A RERUN OF THE SAME DATE REUSES THAT DATE'S   *
      *  OPENING TOTAL RATHER THAN ITS OWN EARLIER CLOSING ONE.        *
      *****************************************************************
       TALLY-BALANCE-SOURCE.
           OPEN INPUT BALANCE-CONTROL-FILE.
           IF WS-CONTROL-OPENED-OK
               READ BALANCE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-OPENING-TOTAL
               END-READ
           END-IF.
           CLOSE BALANCE-CONTROL-FILE.

           OPEN INPUT CUSTOMER-BALANCE-FILE.
           IF NOT WS-BALANCE-STATUS-OK
               CLOSE CUSTOMER-BALANCE-FILE
               MOVE 'CUSTBAL SUMMARY COULD NOT BE OPENED' TO WS-MSG-TEXT
               WRITE RECON-REPORT-LINE FROM WS-MESSAGE-LINE
               SET WS-SOURCE-MISSING TO TRUE
               GO TO TALLY-BALANCE-SOURCE-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-BALANCES
               READ CUSTOMER-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BALANCE-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-BALANCES-READ
                       ADD CB-NET-BALANCE TO WS-CLOSING-NET
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-BALANCE-FILE.

       TALLY-BALANCE-SOURCE-EXIT.
           EXIT.

       TAKE-OPENING-TOTAL.
           EVALUATE TRUE
               WHEN RB-RUN-DATE = WS-RUN-DATE
                   IF RB-OPENING-KNOWN
                       MOVE RB-OPENING-NET TO WS-OPENING-NET
                       MOVE 'Y' TO WS-OPENING-FLAG
                   END-IF
               WHEN RB-RUN-DATE < WS-RUN-DATE
                   MOVE RB-CLOSING-NET TO WS-OPENING-NET
                   MOVE 'Y' TO WS-OPENING-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-CONTROL-AHEAD-FLAG
           END-EVALUATE.

      *  FIND OR ADD THE ACTIVITY'S ROW AND ADD THE AMOUNT TO THE
      *  COLUMN IT BELONGS TO.
       POST-TO-ACTIVITY.
           MOVE 0 TO WS-ACTIVITY-SLOT.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACTIVITY-COUNT
                      OR WS-ACTIVITY-SLOT > 0
               IF WS-ACT-CODE(WS-ACT-IDX) = WS-RECON-CODE
                   SET WS-ACTIVITY-SLOT TO WS-ACT-IDX
               END-IF
           END-PERFORM.

           IF WS-ACTIVITY-SLOT = 0
               IF WS-ACTIVITY-COUNT NOT < WS-MAX-ACTIVITIES
                   ADD 1 TO WS-ACTIVITY-OVERFLOW
                   GO TO POST-TO-ACTIVITY-EXIT
               END-IF
               ADD 1 TO WS-ACTIVITY-COUNT
               MOVE WS-ACTIVITY-COUNT TO WS-ACTIVITY-SLOT
               MOVE WS-RECON-CODE TO WS-ACT-CODE(WS-ACTIVITY-SLOT)
               MOVE 0 TO WS-ACT-LEDGER(WS-ACTIVITY-SLOT)
               MOVE 0 TO WS-ACT-JOURNAL(WS-ACTIVITY-SLOT)
               MOVE 0 TO WS-ACT-OPEN-BALANCE(WS-ACTIVITY-SLOT)
           END-IF.

           EVALUATE TRUE
               WHEN WS-POST-TO-LEDGER
                   ADD WS-POST-AMOUNT
                       TO WS-ACT-LEDGER(WS-ACTIVITY-SLOT)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-LEDGER
               WHEN WS-POST-TO-JOURNAL
                   ADD WS-POST-AMOUNT
                       TO WS-ACT-JOURNAL(WS-ACTIVITY-SLOT)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-JOURNAL
               WHEN OTHER
                   ADD WS-POST-AMOUNT
                       TO WS-ACT-OPEN-BALANCE(WS-ACTIVITY-SLOT)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-OPEN-BALANCE
           END-EVALUATE.

       POST-TO-ACTIVITY-EXIT.
           EXIT.

      *  ONE LINE PER ACTIVITY; A LEDGER MOVEMENT THAT DIFFERS FROM
      *  THE JOURNAL'S IS FLAGGED AND COUNTED.
       REPORT-ONE-ACTIVITY.
           SET WS-ACT-IDX TO WS-ACTIVITY-SCAN.
           MOVE WS-ACT-CODE(WS-ACT-IDX) TO WS-ACL-CODE.
           MOVE 'OTHER LEDGER ACTIVITY' TO WS-ACL-NAME.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > 14
               IF WS-NAME-CODE(WS-NAME-IDX) = WS-ACT-CODE(WS-ACT-IDX)
                   MOVE WS-NAME-TEXT(WS-NAME-IDX) TO WS-ACL-NAME
               END-IF
           END-PERFORM.
           MOVE WS-ACT-LEDGER(WS-ACT-IDX)       TO WS-ACL-LEDGER.
           MOVE WS-ACT-JOURNAL(WS-ACT-IDX)      TO WS-ACL-JOURNAL.
           MOVE WS-ACT-OPEN-BALANCE(WS-ACT-IDX) TO WS-ACL-OPEN-BALANCE.
           COMPUTE WS-ROW-DIFFERENCE =
               WS-ACT-LEDGER(WS-ACT-IDX) - WS-ACT-JOURNAL(WS-ACT-IDX).
           MOVE WS-ROW-DIFFERENCE TO WS-ACL-DIFFERENCE.
           IF WS-ROW-DIFFERENCE NOT = 0
               MOVE '*DIFFERS*' TO WS-ACL-FLAG
               ADD 1 TO WS-ACTIVITIES-DIFFERING
           ELSE
               MOVE SPACES TO WS-ACL-FLAG
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-ACTIVITY-LINE.

      *****************************************************************
      *  THE CONTROL PROOFS. A/R CONTROL MOVEMENT LESS THE BASIS       *
      *  DIFFERENCE (WHAT THE JOURNAL SAYS SEPARATES THE LEDGER'S      *
      *  VIEW OF A/R FROM CUSTBAL'S) MUST EQUAL THE CHANGE IN TOTAL    *
      *  OPEN BALANCE; AND CUSTBAL'S CHANGE MUST EQUAL WHAT THE        *
      *  JOURNAL SAYS MOVED IT.                                        *
      *****************************************************************
       WRITE-CONTROL-SECTION.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE 'A/R CONTROL ACCOUNT MOVEMENT (GLJRNL)'
               TO WS-CTL-LABEL.
           MOVE WS-TOTAL-LEDGER TO WS-CTL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-CONTROL-LINE.

           IF NOT WS-OPENING-KNOWN
               MOVE SPACES TO WS-CONTROL-LINE
               MOVE 'CUSTBAL TOTAL NET OPEN BALANCE (BASELINE TAKEN)'
                   TO WS-CTL-LABEL
               MOVE WS-CLOSING-NET TO WS-CTL-AMOUNT
               IF WS-CONTROL-AHEAD
                   MOVE 'CONTROL PAST RUN DATE, KEPT'
                       TO WS-CTL-FLAG
               ELSE
                   MOVE 'NO OPENING TOTAL, NOT PROVED'
                       TO WS-CTL-FLAG
               END-IF
               WRITE RECON-REPORT-LINE FROM WS-CONTROL-LINE
               GO TO WRITE-CONTROL-SECTION-EXIT
           END-IF.

           COMPUTE WS-CUSTBAL-CHANGE =
               WS-CLOSING-NET - WS-OPENING-NET.
           COMPUTE WS-BASIS-DIFFERENCE =
               WS-TOTAL-JOURNAL - WS-TOTAL-OPEN-BALANCE.
           COMPUTE WS-UNEXPLAINED =
               WS-TOTAL-LEDGER - WS-BASIS-DIFFERENCE
                   - WS-CUSTBAL-CHANGE.
           COMPUTE WS-CUSTBAL-DIFFERENCE =
               WS-CUSTBAL-CHANGE - WS-TOTAL-OPEN-BALANCE.

           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE 'LESS BASIS DIFFERENCE (TAX, PARTIAL PAYMENTS, ETC.)'
               TO WS-CTL-LABEL.
           MOVE WS-BASIS-DIFFERENCE TO WS-CTL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE 'CHANGE IN TOTAL OPEN BALANCE (CUSTBAL)'
               TO WS-CTL-LABEL.
           MOVE WS-CUSTBAL-CHANGE TO WS-CTL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE 'UNEXPLAINED A/R CONTROL DIFFERENCE'
               TO WS-CTL-LABEL.
           MOVE WS-UNEXPLAINED TO WS-CTL-AMOUNT.
           IF WS-UNEXPLAINED NOT = 0
               MOVE '*DIFFERS*' TO WS-CTL-FLAG
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-CONTROL-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE 'CUSTBAL CHANGE LESS JOURNAL OPEN-BALANCE EFFECT'
               TO WS-CTL-LABEL.
           MOVE WS-CUSTBAL-DIFFERENCE TO WS-CTL-AMOUNT.
           IF WS-CUSTBAL-DIFFERENCE NOT = 0
               MOVE '*DIFFERS*' TO WS-CTL-FLAG
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-CONTROL-LINE.

       WRITE-CONTROL-SECTION-EXIT.
           EXIT.

       WRITE-COUNT-SECTION.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 'GLJRNL LINES READ' TO WS-CNT-LABEL.
           MOVE WS-GL-LINES-READ TO WS-CNT-VALUE.
           WRITE RECON-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'GLJRNL RUN-DATE LINES ON A/R CONTROL' TO WS-CNT-LABEL.
           MOVE WS-GL-LINES-ON-AR TO WS-CNT-VALUE.
           WRITE RECON-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'INVJRNL ENTRIES READ' TO WS-CNT-LABEL.
           MOVE WS-ENTRIES-READ TO WS-CNT-VALUE.
           WRITE RECON-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'INVJRNL ENTRIES FOR THE RUN DATE' TO WS-CNT-LABEL.
           MOVE WS-ENTRIES-ON-DATE TO WS-CNT-VALUE.
           WRITE RECON-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'CUSTBAL RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-BALANCES-READ TO WS-CNT-VALUE.
           WRITE RECON-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ACTIVITIES DIFFERING' TO WS-CNT-LABEL.
           MOVE WS-ACTIVITIES-DIFFERING TO WS-CNT-VALUE.
           WRITE RECON-REPORT-LINE FROM WS-COUNT-LINE.

      *  TODAY'S CLOSING TOTAL BECOMES TOMORROW'S OPENING ONE. A
      *  CUSTBAL THAT COULD NOT BE READ, OR A CONTROL RECORD ALREADY
      *  PAST THIS DATE, LEAVES THE SAVED TOTAL AS IT WAS.
       SAVE-BALANCE-CONTROL.
           IF WS-CONTROL-AHEAD OR
              WS-BALANCE-EOF-FLAG NOT = 'Y'
               GO TO SAVE-BALANCE-CONTROL-EXIT
           END-IF.
           OPEN OUTPUT BALANCE-CONTROL-FILE.
           MOVE SPACES           TO BALANCE-CONTROL-RECORD.
           MOVE WS-RUN-DATE      TO RB-RUN-DATE.
           MOVE WS-OPENING-FLAG  TO RB-OPENING-FLAG.
           MOVE WS-OPENING-NET   TO RB-OPENING-NET.
           MOVE WS-CLOSING-NET   TO RB-CLOSING-NET.
           WRITE BALANCE-CONTROL-RECORD.
           CLOSE BALANCE-CONTROL-FILE.
       SAVE-BALANCE-CONTROL-EXIT.
           EXIT.
