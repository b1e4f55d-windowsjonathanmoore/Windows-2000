      ***********************************************************
      * CHKISS01 -- REFUND CHECK ISSUE, REGISTER AND POSITIVE PAY    *
      *                                                              *
      * REFUND01 DECIDES WHO GETS A REFUND, BUT THE CHECKS WERE      *
      * WRITTEN OUTSIDE THE SYSTEM: NO CHECK NUMBERS ON FILE AND     *
      * NOTHING STOPPING AN ALTERED CHECK AT THE BANK. THIS JOB      *
      * TAKES THE APPROVED RFNDCHK.cpy FILE, NUMBERS EACH CHECK FROM *
      * THE ACCOUNT'S CHKCTL.cpy CONTROL RECORD, ENTERS IT ON THE    *
      * CHKREG.cpy REGISTER, WRITES IT TO THE CHECK PRINTER FILE AND *
      * THE BANK'S POSITIVE-PAY FILE (ACCOUNT, CHECK NUMBER, AMOUNT, *
      * PAYEE, ISSUE DATE), AND PRINTS THE CHECK REGISTER. A REFUND  *
      * WHOSE OFFSET INVOICE IS ALREADY ON THE REGISTER IS NOT       *
      * ISSUED TWICE, SO A RERUN IS SAFE.                            *
      *                                                              *
      * BEFORE ANY NEW ISSUES, TWO KINDS OF CHANGE ARE MADE TO       *
      * CHECKS ALREADY OUT:                                          *
      *                                                              *
      *   REQUESTS -- AN OPTIONAL ACTION FILE VOIDS ('V') AN         *
      *     OUTSTANDING CHECK OR REISSUES ('R') AN OUTSTANDING OR    *
      *     UNCLAIMED ONE. A VOID GOES TO THE BANK AS A POSITIVE-PAY *
      *     VOID AND THE REFUND IS REVERSED WITH A USD CREDIT MEMO   *
      *     (PRODUCT REFUND, REASON RFVD) FOR INVPOST1, SO THE       *
      *     CREDIT BALANCE IS BACK ON THE ACCOUNT FOR THE NEXT       *
      *     REFUND RUN.                                              *
      *   STALE CHECKS -- AN OUTSTANDING CHECK OLDER THAN THE STALE  *
      *     PERIOD (180 DAYS UNLESS THE PARAMETER CARD SAYS          *
      *     OTHERWISE) IS VOIDED AT THE BANK AND EITHER REISSUED TO  *
      *     THE CUSTOMER'S NEW ADDRESS -- ONCE, AND ONLY WHEN        *
      *     CUSTDEMO SHOWS THE ACTIVE CUSTOMER HAS MOVED SINCE IT    *
      *     WAS MAILED -- OR MOVED TO UNCLAIMED PROPERTY, WHERE      *
      *     UNCLM01 FILES IT ONCE THE STATE'S DORMANCY PERIOD HAS    *
      *     RUN.                                                     *
      *                                                              *
      * A REISSUE IS A NEW NUMBER FOR THE SAME MONEY, SO NEITHER IT  *
      * NOR THE MOVE TO UNCLAIMED PROPERTY TOUCHES THE RECEIVABLE.   *
      * THE PARAMETER CARD NAMES THE BANK ACCOUNT (THE FIRST ON      *
      * CHKCTL WITHOUT ONE) AND, FOR AN ACCOUNT'S FIRST RUN, ITS     *
      * ROUTING NUMBER AND STARTING CHECK NUMBER. NO CONTROL RECORD, *
      * OR A CHECK NUMBER ALREADY ON THE REGISTER, STOPS THE ISSUE   *
      * WITH RETURN-CODE 8; A REJECTED REQUEST OR SKIPPED ISSUE IS   *
      * RETURN-CODE 4. CHKRCN01 RECONCILES THE BANK'S CLEARED CHECKS *
      * BACK TO THE REGISTER.                                        *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKISS01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-PARM-FILE ASSIGN TO CHKPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CHECK-CONTROL-FILE ASSIGN TO CHKCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-BANK-ACCOUNT
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT CHECK-ISSUE-FILE ASSIGN TO RFNDCHK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT CHECK-ACTION-FILE ASSIGN TO CHKACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTION-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT PRINTED-CHECK-FILE ASSIGN TO CHKPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE ASSIGN TO POSPAY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOID-TRANSACTION-FILE ASSIGN TO CHKTRN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER-REPORT ASSIGN TO CHKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-PARM-FILE.
       01  CHECK-PARM-RECORD.
           05  CP-BANK-ACCOUNT               PIC X(17).
           05  CP-BANK-ROUTING               PIC 9(9).
           05  CP-FIRST-CHECK-NUMBER         PIC 9(10).
           05  CP-STALE-DAYS                 PIC 9(3).
           05  CP-AS-OF-DATE                 PIC 9(8).
           05  FILLER                        PIC X(33).

       FD  CHECK-CONTROL-FILE.
           COPY CHKCTL.

       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.

       FD  CHECK-ISSUE-FILE.
           COPY RFNDCHK.

      *  A VOID OR REISSUE REQUEST AGAINST A CHECK ON THE REGISTER
      *  FOR THE ACCOUNT BEING RUN, AND WHO ASKED FOR IT.
       FD  CHECK-ACTION-FILE.
       01  CHECK-ACTION-RECORD.
           05  VR-ACTION                     PIC X(1).
               88  VR-ACTION-VOID                VALUE 'V'.
               88  VR-ACTION-REISSUE             VALUE 'R'.
           05  VR-CHECK-NUMBER               PIC 9(10).
           05  VR-REQUESTED-BY               PIC X(8).
           05  FILLER                        PIC X(61).

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

      *  ONE RECORD PER CHECK TO PRINT: THE NUMBER AND DATE THE
      *  PRINTER PUTS ON THE FACE, FOLLOWED BY THE RFNDCHK.cpy
      *  PAYEE/ADDRESS/AMOUNT DETAIL.
       FD  PRINTED-CHECK-FILE.
       01  PRINTED-CHECK-RECORD.
           05  PC-BANK-ACCOUNT               PIC X(17).
           05  PC-CHECK-NUMBER               PIC 9(10).
           05  PC-ISSUE-DATE                 PIC 9(8).
           05  PC-PAYEE-NAME                 PIC X(40).
           05  PC-REPLACES-CHECK             PIC 9(10).
           05  PC-CHECK-DETAIL               PIC X(166).

      *  THE BANK'S POSITIVE-PAY LAYOUT: ONE DETAIL PER CHECK ISSUED
      *  OR VOIDED, AND A TRAILER THE BANK BALANCES THE FILE BY.
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           05  PP-RECORD-TYPE                PIC X(1).
               88  PP-DETAIL-RECORD              VALUE 'D'.
               88  PP-TRAILER-RECORD             VALUE 'T'.
           05  PP-BANK-ROUTING               PIC 9(9).
           05  PP-BANK-ACCOUNT               PIC X(17).
           05  PP-CHECK-NUMBER               PIC 9(10).
           05  PP-CHECK-AMOUNT               PIC 9(11)V9(2).
           05  PP-ISSUE-DATE                 PIC 9(8).
           05  PP-PAYEE-NAME                 PIC X(40).
           05  PP-ISSUE-VOID-CODE            PIC X(1).
               88  PP-CHECK-ISSUED               VALUE 'I'.
               88  PP-CHECK-VOIDED               VALUE 'V'.
       01  POSITIVE-PAY-TRAILER.
           05  PY-RECORD-TYPE                PIC X(1).
           05  PY-BANK-ROUTING               PIC 9(9).
           05  PY-BANK-ACCOUNT               PIC X(17).
           05  PY-DETAIL-COUNT               PIC 9(9).
           05  PY-ISSUED-TOTAL               PIC 9(13)V9(2).
           05  PY-VOIDED-TOTAL               PIC 9(13)V9(2).
           05  FILLER                        PIC X(33).

       FD  VOID-TRANSACTION-FILE.
           COPY INVTRAN.

       FD  CHECK-REGISTER-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  CHECK-REGISTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ISSUE-EOF-FLAG                 PIC X VALUE 'N'.
           88  WS-NO-MORE-ISSUES             VALUE 'Y'.
       01  WS-ACTION-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-NO-MORE-ACTIONS            VALUE 'Y'.
       01  WS-BROWSE-EOF-FLAG                PIC X.
           88  WS-BROWSE-DONE                VALUE 'Y'.

       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-CONTROL-STATUS                 PIC X(2).
           88  WS-CONTROL-STATUS-OK          VALUE '00'.
       01  WS-REGISTER-STATUS                PIC X(2).
           88  WS-REGISTER-STATUS-OK         VALUE '00'.
       01  WS-ISSUE-STATUS                   PIC X(2).
           88  WS-ISSUE-STATUS-OK            VALUE '00'.
       01  WS-ACTION-STATUS                  PIC X(2).
           88  WS-ACTION-STATUS-OK           VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.

       01  WS-ISSUE-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-ISSUE-FILE-PRESENT         VALUE 'Y'.
       01  WS-ACTION-FILE-FLAG               PIC X VALUE 'N'.
           88  WS-ACTION-FILE-PRESENT        VALUE 'Y'.
       01  WS-DEMO-FILE-FLAG                 PIC X VALUE 'N'.
           88  WS-DEMO-PRESENT               VALUE 'Y'.
       01  WS-DEMO-FOUND-FLAG                PIC X.
           88  WS-DEMO-FOUND                 VALUE 'Y'.
       01  WS-REGISTER-FOUND-FLAG            PIC X.
           88  WS-REGISTER-FOUND             VALUE 'Y'.
       01  WS-CONTROL-FOUND-FLAG             PIC X.
           88  WS-CONTROL-FOUND              VALUE 'Y'.

      *  SET WHEN THE NUMBERING CAN NO LONGER BE TRUSTED -- THE
      *  CONTROL RECORD WON'T REWRITE OR A NUMBER IS ALREADY ON THE
      *  REGISTER. NOTHING FURTHER IS ISSUED OR REISSUED.
       01  WS-ISSUE-STOPPED-FLAG             PIC X VALUE 'N'.
           88  WS-ISSUE-STOPPED              VALUE 'Y'.

      *  THE RUN'S ACCOUNT AND WINDOW. A CHECK ISSUED ON OR BEFORE
      *  THE STALE CUTOFF HAS BEEN OUT LONGER THAN THE STALE PERIOD.
       01  WS-BANK-ACCOUNT                   PIC X(17) VALUE SPACES.
       01  WS-STALE-DAYS                     PIC 9(3) VALUE 180.
       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).
       01  WS-AS-OF-YYYYMMDD                 PIC 9(8).
       01  WS-STALE-CUTOFF-YYYYMMDD          PIC 9(8).
      *  RECENT ORIGINAL ISSUES ARE REMEMBERED BY OFFSET INVOICE SO
      *  A RERUN OF THE SAME RFNDCHK FILE IS RECOGNIZED.
       01  WS-RECENT-CUTOFF-YYYYMMDD         PIC 9(8).
       01  WS-RECENT-DAYS                    PIC 9(3) VALUE 120.

       01  WS-NEW-CHECK-NUMBER               PIC 9(10).
       01  WS-REPLACES-CHECK                 PIC 9(10).
       01  WS-PAYEE-NAME                     PIC X(40).
       01  WS-DISPOSITION                    PIC X(40).
       01  WS-OLD-DISPOSITION                PIC X(40).
       01  WS-DISPOSITION-WORK               PIC X(40).
       01  WS-DSP-CHECK-NUMBER               PIC 9(10).

       01  WS-CRINVNO-STATUS                 PIC X(2).
           88  WS-CRINVNO-OK                 VALUE '00'.
       01  WS-CRINVNO-CALLER                 PIC X(8)
                                              VALUE 'CHKISS01'.
       01  WS-NEW-INVOICE-NUMBER             PIC 9(10).

      *  THE CHECK BEING ENTERED, IN THE RFNDCHK.cpy SHAPE -- FROM
      *  THE ISSUE FILE FOR A NEW CHECK, BUILT FROM CUSTDEMO AND
      *  THE OLD REGISTER ENTRY FOR A REISSUE.
           COPY RFNDCHK
               REPLACING CHECK-ISSUE-RECORD BY CHECK-TO-PRINT-RECORD
                         LEADING ==CK== BY ==PK==.

      *  THE REGISTER ENTRY A REISSUE REPLACES.
           COPY CHKREG
               REPLACING CHECK-REGISTER-RECORD BY OLD-REGISTER-RECORD
                         LEADING ==RG== BY ==OR==.

       01  WS-MAX-STALE                      PIC 9(4) COMP VALUE 500.
       01  WS-STALE-TABLE.
           05  WS-STALE-CHECK OCCURS 500 TIMES
                                              PIC 9(10).
       01  WS-STALE-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-STALE-OVERFLOW                 PIC 9(9) COMP VALUE 0.
       01  WS-STALE-SUB                      PIC 9(4) COMP.

       01  WS-MAX-RECENT                     PIC 9(4) COMP VALUE 2000.
       01  WS-RECENT-TABLE.
           05  WS-RECENT-OFFSET OCCURS 2000 TIMES
                                              PIC 9(10).
       01  WS-RECENT-COUNT                   PIC 9(4) COMP VALUE 0.
       01  WS-RECENT-OVERFLOW                PIC 9(9) COMP VALUE 0.
       01  WS-RECENT-SUB                     PIC 9(4) COMP.
       01  WS-ALREADY-ISSUED-FLAG            PIC X.
           88  WS-ALREADY-ISSUED             VALUE 'Y'.

      *  HEADER/TRAILER CONTROL TOTALS FOR THE REVERSAL FILE, AND
      *  THE POSITIVE-PAY TRAILER TOTALS.
       01  WS-CONTROL-RECORD-COUNT           PIC 9(9) COMP VALUE 0.
       01  WS-CONTROL-AMOUNT-HASH            PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
       01  WS-PP-DETAIL-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-PP-ISSUED-TOTAL                PIC 9(13)V9(2) COMP-3
                                              VALUE 0.
       01  WS-PP-VOIDED-TOTAL                PIC 9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-COUNTERS.
           05  WS-CHECKS-ISSUED              PIC 9(9) COMP VALUE 0.
           05  WS-CHECKS-REISSUED            PIC 9(9) COMP VALUE 0.
           05  WS-CHECKS-VOIDED              PIC 9(9) COMP VALUE 0.
           05  WS-CHECKS-UNCLAIMED           PIC 9(9) COMP VALUE 0.
           05  WS-REQUESTS-REJECTED          PIC 9(9) COMP VALUE 0.
           05  WS-ISSUES-SKIPPED             PIC 9(9) COMP VALUE 0.
           05  WS-REVERSALS-UNPOSTED         PIC 9(9) COMP VALUE 0.
           05  WS-ISSUED-TOTAL               PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(34)
               VALUE 'REFUND CHECK REGISTER -- ACCOUNT '.
           05  WS-TTL-BANK-ACCOUNT           PIC X(17).
           05  FILLER                        PIC X(9) VALUE '  AS OF '.
           05  WS-TTL-AS-OF-DATE             PIC 9(8).

       01  WS-HEADING-LINE.
           05  FILLER                        PIC X(12) VALUE 'CHECK'.
           05  FILLER                        PIC X(11) VALUE 'CUSTOMER'.
           05  FILLER                        PIC X(32) VALUE 'PAYEE'.
           05  FILLER                        PIC X(18)
               VALUE '          AMOUNT'.
           05  FILLER                        PIC X(10) VALUE 'ISSUED'.
           05  FILLER                        PIC X(11)
               VALUE 'DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CHECK-NUMBER           PIC 9(10).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-PAYEE-NAME             PIC X(30).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-ISSUE-DATE             PIC 9(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(40).

       01  WS-MESSAGE-LINE.
           05  FILLER                        PIC X(4) VALUE '*** '.
           05  WS-MSG-TEXT                   PIC X(60).
           05  WS-MSG-VALUE                  PIC X(17).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(16)
               VALUE 'CHECKS ISSUED:  '.
           05  WS-SUM-ISSUED                 PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(14)
               VALUE 'ISSUED TOTAL: '.
           05  WS-SUM-ISSUED-TOTAL           PIC -(12)9.99.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(19)
               VALUE 'LAST CHECK NUMBER: '.
           05  WS-SUM-LAST-CHECK             PIC 9(10).

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(16)
               VALUE 'REISSUED:       '.
           05  WS-SUM-REISSUED               PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE 'VOIDED: '.
           05  WS-SUM-VOIDED                 PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(22)
               VALUE 'TO UNCLAIMED PROPERTY:'.
           05  WS-SUM-UNCLAIMED              PIC ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                        PIC X(19)
               VALUE 'REQUESTS REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE 'ISSUES SKIPPED: '.
           05  WS-SUM-SKIPPED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(26)
               VALUE 'STALE CHECKS NOT REACHED: '.
           05  WS-SUM-STALE-OVERFLOW         PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(26)
               VALUE 'REVERSALS TO POST BY HAND:'.
           05  WS-SUM-UNPOSTED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).
           MOVE WS-TODAY-YYYYMMDD TO WS-AS-OF-YYYYMMDD.
           PERFORM READ-CHECK-PARM THRU READ-CHECK-PARM-EXIT.
           COMPUTE WS-STALE-CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-YYYYMMDD)
                       - WS-STALE-DAYS).
           COMPUTE WS-RECENT-CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
                       - WS-RECENT-DAYS).

           OPEN OUTPUT CHECK-REGISTER-REPORT.

           PERFORM OPEN-CHECK-CONTROL THRU OPEN-CHECK-CONTROL-EXIT.
           MOVE WS-BANK-ACCOUNT   TO WS-TTL-BANK-ACCOUNT.
           MOVE WS-AS-OF-YYYYMMDD TO WS-TTL-AS-OF-DATE.
           WRITE CHECK-REGISTER-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO CHECK-REGISTER-LINE.
           WRITE CHECK-REGISTER-LINE.
           IF NOT WS-CONTROL-FOUND
               MOVE 'NO CHECK CONTROL RECORD, NOTHING ISSUED: '
                   TO WS-MSG-TEXT
               MOVE WS-BANK-ACCOUNT TO WS-MSG-VALUE
               WRITE CHECK-REGISTER-LINE FROM WS-MESSAGE-LINE
               CLOSE CHECK-CONTROL-FILE CHECK-REGISTER-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *  THE REGISTER IS CREATED ON THE ACCOUNT'S FIRST RUN.
           OPEN I-O CHECK-REGISTER-FILE.
           IF NOT WS-REGISTER-STATUS-OK
               OPEN OUTPUT CHECK-REGISTER-FILE
               IF WS-REGISTER-STATUS-OK
                   CLOSE CHECK-REGISTER-FILE
                   OPEN I-O CHECK-REGISTER-FILE
               END-IF
           END-IF.
           IF NOT WS-REGISTER-STATUS-OK
               MOVE 'CHECK REGISTER CANNOT BE OPENED, NOTHING ISSUED'
                   TO WS-MSG-TEXT
               MOVE WS-REGISTER-STATUS TO WS-MSG-VALUE
               WRITE CHECK-REGISTER-LINE FROM WS-MESSAGE-LINE
               CLOSE CHECK-CONTROL-FILE CHECK-REGISTER-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CHECK-ISSUE-FILE.
           IF WS-ISSUE-STATUS-OK
               SET WS-ISSUE-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CHECK-ISSUE-FILE
           END-IF.
           OPEN INPUT CHECK-ACTION-FILE.
           IF WS-ACTION-STATUS-OK
               SET WS-ACTION-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CHECK-ACTION-FILE
           END-IF.
           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF WS-DEMO-STATUS-OK
               SET WS-DEMO-PRESENT TO TRUE
           ELSE
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.

           OPEN OUTPUT PRINTED-CHECK-FILE
                       POSITIVE-PAY-FILE
                       VOID-TRANSACTION-FILE.
           MOVE SPACES TO INVOICE-CONTROL-RECORD.
           MOVE 'H' TO TC-RECORD-TYPE.
           MOVE 0   TO TC-RECORD-COUNT.
           MOVE 0   TO TC-AMOUNT-HASH-TOTAL.
           WRITE INVOICE-CONTROL-RECORD.

           WRITE CHECK-REGISTER-LINE FROM WS-HEADING-LINE.

           IF WS-ACTION-FILE-PRESENT
               PERFORM READ-NEXT-ACTION
               PERFORM UNTIL WS-NO-MORE-ACTIONS
                   PERFORM APPLY-ONE-ACTION THRU APPLY-ONE-ACTION-EXIT
                   PERFORM READ-NEXT-ACTION
               END-PERFORM
           END-IF.

           PERFORM SCAN-THE-REGISTER.
           PERFORM CLEAR-ONE-STALE-CHECK THRU
                   CLEAR-ONE-STALE-CHECK-EXIT
               VARYING WS-STALE-SUB FROM 1 BY 1
               UNTIL WS-STALE-SUB > WS-STALE-COUNT.

           IF WS-ISSUE-FILE-PRESENT
               PERFORM READ-NEXT-ISSUE
               PERFORM UNTIL WS-NO-MORE-ISSUES
                   PERFORM ISSUE-ONE-REFUND-CHECK THRU
                           ISSUE-ONE-REFUND-CHECK-EXIT
                   PERFORM READ-NEXT-ISSUE
               END-PERFORM
           END-IF.

           MOVE SPACES TO INVOICE-CONTROL-RECORD.
           MOVE 'T' TO TC-RECORD-TYPE.
           MOVE WS-CONTROL-RECORD-COUNT TO TC-RECORD-COUNT.
           MOVE WS-CONTROL-AMOUNT-HASH  TO TC-AMOUNT-HASH-TOTAL.
           WRITE INVOICE-CONTROL-RECORD.

           MOVE SPACES TO POSITIVE-PAY-TRAILER.
           MOVE 'T'                TO PY-RECORD-TYPE.
           MOVE KC-BANK-ROUTING    TO PY-BANK-ROUTING.
           MOVE WS-BANK-ACCOUNT    TO PY-BANK-ACCOUNT.
           MOVE WS-PP-DETAIL-COUNT TO PY-DETAIL-COUNT.
           MOVE WS-PP-ISSUED-TOTAL TO PY-ISSUED-TOTAL.
           MOVE WS-PP-VOIDED-TOTAL TO PY-VOIDED-TOTAL.
           WRITE POSITIVE-PAY-TRAILER.

           IF WS-RECENT-OVERFLOW > 0
               MOVE 'RECENT ISSUES PAST TABLE BOUND, RERUN GUARD SHORT'
                   TO WS-MSG-TEXT
               MOVE SPACES TO WS-MSG-VALUE
               WRITE CHECK-REGISTER-LINE FROM WS-MESSAGE-LINE
           END-IF.

           MOVE SPACES TO CHECK-REGISTER-LINE.
           WRITE CHECK-REGISTER-LINE.
           MOVE WS-CHECKS-ISSUED     TO WS-SUM-ISSUED.
           MOVE WS-ISSUED-TOTAL      TO WS-SUM-ISSUED-TOTAL.
           MOVE KC-LAST-CHECK-NUMBER TO WS-SUM-LAST-CHECK.
           WRITE CHECK-REGISTER-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-CHECKS-REISSUED   TO WS-SUM-REISSUED.
           MOVE WS-CHECKS-VOIDED     TO WS-SUM-VOIDED.
           MOVE WS-CHECKS-UNCLAIMED  TO WS-SUM-UNCLAIMED.
           WRITE CHECK-REGISTER-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-REQUESTS-REJECTED TO WS-SUM-REJECTED.
           MOVE WS-ISSUES-SKIPPED    TO WS-SUM-SKIPPED.
           MOVE WS-STALE-OVERFLOW    TO WS-SUM-STALE-OVERFLOW.
           MOVE WS-REVERSALS-UNPOSTED TO WS-SUM-UNPOSTED.
           WRITE CHECK-REGISTER-LINE FROM WS-SUMMARY-LINE-3.

           EVALUATE TRUE
               WHEN WS-ISSUE-STOPPED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REQUESTS-REJECTED > 0 OR
                    WS-ISSUES-SKIPPED > 0 OR
                    WS-STALE-OVERFLOW > 0 OR
                    WS-REVERSALS-UNPOSTED > 0 OR
                    WS-RECENT-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           CLOSE CHECK-CONTROL-FILE
                 CHECK-REGISTER-FILE
                 PRINTED-CHECK-FILE
                 POSITIVE-PAY-FILE
                 VOID-TRANSACTION-FILE
                 CHECK-REGISTER-REPORT.
           IF WS-ISSUE-FILE-PRESENT
               CLOSE CHECK-ISSUE-FILE
           END-IF.
           IF WS-ACTION-FILE-PRESENT
               CLOSE CHECK-ACTION-FILE
           END-IF.
           IF WS-DEMO-PRESENT
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.
           GOBACK.

       READ-CHECK-PARM.
           OPEN INPUT CHECK-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-CHECK-PARM-EXIT
           END-IF.
           READ CHECK-PARM-FILE
               AT END GO TO CLOSE-CHECK-PARM
           END-READ.
           MOVE CP-BANK-ACCOUNT TO WS-BANK-ACCOUNT.
           IF CP-STALE-DAYS NUMERIC AND CP-STALE-DAYS > 0
               MOVE CP-STALE-DAYS TO WS-STALE-DAYS
           END-IF.
           IF CP-AS-OF-DATE NUMERIC AND CP-AS-OF-DATE > 0
               MOVE CP-AS-OF-DATE TO WS-AS-OF-YYYYMMDD
           END-IF.
       CLOSE-CHECK-PARM.
           CLOSE CHECK-PARM-FILE.
       READ-CHECK-PARM-EXIT.
           EXIT.

      *****************************************************************
      *  FIND THE ACCOUNT'S CONTROL RECORD. THE CONTROL FILE ITSELF    *
      *  IS CREATED ON FIRST USE; THE ACCOUNT'S RECORD IS CREATED ONLY *
      *  WHEN THE PARAMETER CARD GIVES A STARTING CHECK NUMBER -- A    *
      *  GUESSED NUMBER COULD COLLIDE WITH THE BANK'S CHECK STOCK.     *
      *  NO ACCOUNT ON THE CARD MEANS THE FIRST ACCOUNT ON FILE.       *
      *****************************************************************
       OPEN-CHECK-CONTROL.
           MOVE 'N' TO WS-CONTROL-FOUND-FLAG.
           OPEN I-O CHECK-CONTROL-FILE.
           IF NOT WS-CONTROL-STATUS-OK
               OPEN OUTPUT CHECK-CONTROL-FILE
               IF WS-CONTROL-STATUS-OK
                   CLOSE CHECK-CONTROL-FILE
                   OPEN I-O CHECK-CONTROL-FILE
               END-IF
               IF NOT WS-CONTROL-STATUS-OK
                   GO TO OPEN-CHECK-CONTROL-EXIT
               END-IF
           END-IF.

           IF WS-BANK-ACCOUNT = SPACES
               MOVE LOW-VALUES TO KC-BANK-ACCOUNT
               START CHECK-CONTROL-FILE KEY IS GREATER THAN
                       KC-BANK-ACCOUNT
                   INVALID KEY GO TO OPEN-CHECK-CONTROL-EXIT
               END-START
               READ CHECK-CONTROL-FILE NEXT RECORD
                   AT END GO TO OPEN-CHECK-CONTROL-EXIT
               END-READ
               MOVE KC-BANK-ACCOUNT TO WS-BANK-ACCOUNT
               SET WS-CONTROL-FOUND TO TRUE
               GO TO OPEN-CHECK-CONTROL-EXIT
           END-IF.

           MOVE WS-BANK-ACCOUNT TO KC-BANK-ACCOUNT.
           MOVE 'Y' TO WS-CONTROL-FOUND-FLAG.
           READ CHECK-CONTROL-FILE
               INVALID KEY MOVE 'N' TO WS-CONTROL-FOUND-FLAG
           END-READ.
           IF NOT WS-CONTROL-FOUND AND
              CP-FIRST-CHECK-NUMBER NUMERIC AND
              CP-FIRST-CHECK-NUMBER > 0 AND
              CP-BANK-ROUTING NUMERIC
               MOVE WS-BANK-ACCOUNT TO KC-BANK-ACCOUNT
               MOVE CP-BANK-ROUTING TO KC-BANK-ROUTING
               COMPUTE KC-LAST-CHECK-NUMBER =
                   CP-FIRST-CHECK-NUMBER - 1
               MOVE 0 TO KC-LAST-ISSUE-DATE
               WRITE CHECK-CONTROL-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               IF WS-CONTROL-STATUS-OK
                   SET WS-CONTROL-FOUND TO TRUE
               END-IF
           END-IF.

       OPEN-CHECK-CONTROL-EXIT.
           EXIT.

       READ-NEXT-ACTION.
           READ CHECK-ACTION-FILE
               AT END MOVE 'Y' TO WS-ACTION-EOF-FLAG
           END-READ.

       READ-NEXT-ISSUE.
           READ CHECK-ISSUE-FILE
               AT END MOVE 'Y' TO WS-ISSUE-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE VOID OR REISSUE REQUEST. ONLY AN OUTSTANDING CHECK CAN BE *
      *  VOIDED; A REISSUE ALSO TAKES BACK A CHECK ALREADY MOVED TO    *
      *  UNCLAIMED PROPERTY, FOR THE OWNER WHO ANSWERED THE LETTER.    *
      *****************************************************************
       APPLY-ONE-ACTION.
           MOVE WS-BANK-ACCOUNT TO RG-BANK-ACCOUNT.
           MOVE VR-CHECK-NUMBER TO RG-CHECK-NUMBER.
           MOVE 'N' TO WS-REGISTER-FOUND-FLAG.
           IF VR-CHECK-NUMBER NUMERIC
               MOVE 'Y' TO WS-REGISTER-FOUND-FLAG
               READ CHECK-REGISTER-FILE
                   INVALID KEY MOVE 'N' TO WS-REGISTER-FOUND-FLAG
               END-READ
           END-IF.
           IF NOT WS-REGISTER-FOUND
               INITIALIZE CHECK-REGISTER-RECORD
               MOVE VR-CHECK-NUMBER TO RG-CHECK-NUMBER
               MOVE 'CHECK NOT ON THE REGISTER' TO WS-DISPOSITION
               PERFORM REJECT-THE-ACTION
               GO TO APPLY-ONE-ACTION-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN VR-ACTION-VOID
                   IF RG-CHECK-OUTSTANDING
                       PERFORM VOID-THE-CHECK
                   ELSE
                       MOVE 'ONLY AN OUTSTANDING CHECK CAN BE VOIDED'
                           TO WS-DISPOSITION
                       PERFORM REJECT-THE-ACTION
                   END-IF
               WHEN VR-ACTION-REISSUE
                   IF RG-CHECK-OUTSTANDING OR RG-CHECK-UNCLAIMED
                       PERFORM FIND-CURRENT-ADDRESS
                       IF WS-DEMO-FOUND AND
                          CD-ADDRESS-LINE-1 NOT = SPACES
                           MOVE 'REPLACED ON REQUEST BY CHECK'
                               TO WS-OLD-DISPOSITION
                           PERFORM REISSUE-THE-CHECK THRU
                                   REISSUE-THE-CHECK-EXIT
                       ELSE
                           MOVE 'NO ADDRESS ON CUSTDEMO TO REISSUE TO'
                               TO WS-DISPOSITION
                           PERFORM REJECT-THE-ACTION
                       END-IF
                   ELSE
                       MOVE 'CHECK IS NOT OUTSTANDING OR UNCLAIMED'
                           TO WS-DISPOSITION
                       PERFORM REJECT-THE-ACTION
                   END-IF
               WHEN OTHER
                   MOVE 'REQUEST ACTION IS NOT V OR R'
                       TO WS-DISPOSITION
                   PERFORM REJECT-THE-ACTION
           END-EVALUATE.

       APPLY-ONE-ACTION-EXIT.
           EXIT.

       REJECT-THE-ACTION.
           ADD 1 TO WS-REQUESTS-REJECTED.
           PERFORM WRITE-REGISTER-ENTRY-LINE.

      *  THE BANK IS TOLD NOT TO PAY IT, AND THE REFUND IT CARRIED
      *  GOES BACK ON THE ACCOUNT AS A CREDIT MEMO.
       VOID-THE-CHECK.
           SET RG-CHECK-VOIDED TO TRUE.
           MOVE WS-TODAY-YYYYMMDD TO RG-STATUS-DATE.
           REWRITE CHECK-REGISTER-RECORD.
           PERFORM WRITE-POSITIVE-PAY-VOID.
           ADD 1 TO WS-CHECKS-VOIDED.

           CALL 'CREATEINVOICENUMBER'
               USING WS-NEW-INVOICE-NUMBER WS-CRINVNO-STATUS
                     RG-COMPANY-CODE
                     WS-CRINVNO-CALLER.
           IF WS-CRINVNO-OK
               PERFORM WRITE-VOID-REVERSAL
               MOVE 'VOIDED, REVERSED ON INVOICE' TO WS-DISPOSITION
               MOVE WS-NEW-INVOICE-NUMBER TO WS-DSP-CHECK-NUMBER
               PERFORM APPEND-NUMBER-TO-DISPOSITION
           ELSE
               MOVE 'VOIDED, REVERSAL NOT NUMBERED, POST BY HAND'
                   TO WS-DISPOSITION
               ADD 1 TO WS-REVERSALS-UNPOSTED
           END-IF.
           PERFORM WRITE-REGISTER-ENTRY-LINE.

      *  A USD CREDIT MEMO FOR THE CHECK AMOUNT AGAINST THE REFUND
      *  OFFSET THE CHECK WAS CUT FOR, UNDER THE SAME COMPANY.
       WRITE-VOID-REVERSAL.
           INITIALIZE INVOICE-TRANSACTION-RECORD.
           MOVE 'A'                      TO TR-ACTION.
           MOVE RG-CUSTOMER-NUMBER       TO TR-CUSTOMER-NUMBER.
           MOVE WS-NEW-INVOICE-NUMBER    TO TR-INVOICE-NUMBER.
           MOVE WS-TODAY-JULIAN          TO TR-INVOICE-DATE.
           MOVE RG-CHECK-AMOUNT          TO TR-INVOICE-AMOUNT.
           MOVE 'USD'                    TO TR-INVOICE-CURRENCY-CODE.
           MOVE 1                        TO TR-INVOICE-EXCHANGE-RATE.
           MOVE 'M'                      TO TR-INVOICE-TRANSACTION-TYPE.
           MOVE 'REFUND'                 TO TR-INVOICE-PRODUCT-CODE.
           STRING 'REFUND CHECK '        DELIMITED SIZE
                  RG-CHECK-NUMBER        DELIMITED SIZE
                  ' VOIDED -- CREDIT BALANCE RESTORED'
                                         DELIMITED SIZE
                  INTO TR-INVOICE-DESCRIPTION
           END-STRING.
           MOVE 'RFVD'                   TO TR-CREDIT-REASON-CODE.
           MOVE RG-OFFSET-INVOICE-NUMBER TO TR-APPLIES-TO-INVOICE.
           MOVE RG-COMPANY-CODE          TO TR-COMPANY-CODE.
           WRITE INVOICE-TRANSACTION-RECORD.
           ADD 1 TO WS-CONTROL-RECORD-COUNT.
           ADD TR-INVOICE-AMOUNT TO WS-CONTROL-AMOUNT-HASH.

       FIND-CURRENT-ADDRESS.
           MOVE 'N' TO WS-DEMO-FOUND-FLAG.
           IF WS-DEMO-PRESENT
               MOVE RG-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-DEMO-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
               END-READ
           END-IF.

      *****************************************************************
      *  REPLACE THE CHECK NOW ON CHECK-REGISTER-RECORD WITH A NEW     *
      *  NUMBER FOR THE SAME MONEY, MAILED TO THE CUSTDEMO ADDRESS     *
      *  JUST READ. AN OUTSTANDING CHECK IS VOIDED AT THE BANK; AN     *
      *  UNCLAIMED ONE ALREADY WAS WHEN IT WENT STALE.                 *
      *****************************************************************
       REISSUE-THE-CHECK.
           IF WS-ISSUE-STOPPED
               MOVE 'NOT REISSUED, CHECK NUMBERING STOPPED'
                   TO WS-DISPOSITION
               PERFORM REJECT-THE-ACTION
               GO TO REISSUE-THE-CHECK-EXIT
           END-IF.
           MOVE CHECK-REGISTER-RECORD TO OLD-REGISTER-RECORD.

           INITIALIZE CHECK-TO-PRINT-RECORD.
           MOVE OR-CUSTOMER-NUMBER       TO PK-CUSTOMER-NUMBER.
           MOVE OR-CHECK-AMOUNT          TO PK-REFUND-AMOUNT.
           MOVE OR-OFFSET-INVOICE-NUMBER TO PK-OFFSET-INVOICE-NUMBER.
           MOVE CD-LAST-NAME             TO PK-LAST-NAME.
           MOVE CD-FIRST-NAME            TO PK-FIRST-NAME.
           MOVE CD-ADDRESS-LINE-1        TO PK-ADDRESS-LINE-1.
           MOVE CD-ADDRESS-LINE-2        TO PK-ADDRESS-LINE-2.
           MOVE CD-ADDRESS-CITY          TO PK-ADDRESS-CITY.
           MOVE CD-ADDRESS-STATE         TO PK-ADDRESS-STATE.
           MOVE CD-ADDRESS-ZIP           TO PK-ADDRESS-ZIP.
           MOVE OR-COMPANY-CODE          TO PK-COMPANY-CODE.
           MOVE OR-CHECK-NUMBER          TO WS-REPLACES-CHECK.

           PERFORM ENTER-NEW-CHECK THRU ENTER-NEW-CHECK-EXIT.
           IF WS-ISSUE-STOPPED
               GO TO REISSUE-THE-CHECK-EXIT
           END-IF.
           ADD 1 TO WS-CHECKS-REISSUED.
           MOVE 'REISSUE OF CHECK' TO WS-DISPOSITION.
           MOVE OR-CHECK-NUMBER    TO WS-DSP-CHECK-NUMBER.
           PERFORM APPEND-NUMBER-TO-DISPOSITION.
           PERFORM WRITE-REGISTER-ENTRY-LINE.

      *  BACK TO THE OLD ENTRY: VOID IT AT THE BANK IF STILL OUT,
      *  AND POINT IT AT ITS REPLACEMENT.
           MOVE OLD-REGISTER-RECORD TO CHECK-REGISTER-RECORD.
           READ CHECK-REGISTER-FILE
               INVALID KEY GO TO REISSUE-THE-CHECK-EXIT
           END-READ.
           IF RG-CHECK-OUTSTANDING
               PERFORM WRITE-POSITIVE-PAY-VOID
           END-IF.
           SET RG-CHECK-REPLACED TO TRUE.
           MOVE WS-TODAY-YYYYMMDD   TO RG-STATUS-DATE.
           MOVE WS-NEW-CHECK-NUMBER TO RG-REPLACED-BY-CHECK.
           REWRITE CHECK-REGISTER-RECORD.
           MOVE WS-OLD-DISPOSITION  TO WS-DISPOSITION.
           MOVE WS-NEW-CHECK-NUMBER TO WS-DSP-CHECK-NUMBER.
           PERFORM APPEND-NUMBER-TO-DISPOSITION.
           PERFORM WRITE-REGISTER-ENTRY-LINE.

       REISSUE-THE-CHECK-EXIT.
           EXIT.

      *****************************************************************
      *  ONE PASS DOWN THE ACCOUNT'S REGISTER: OUTSTANDING CHECKS PAST *
      *  THE STALE CUTOFF ARE TABLED FOR CLEARING, AND RECENT ORIGINAL *
      *  ISSUES ARE TABLED BY OFFSET INVOICE FOR THE RERUN GUARD.      *
      *****************************************************************
       SCAN-THE-REGISTER.
           MOVE 'N' TO WS-BROWSE-EOF-FLAG.
           MOVE WS-BANK-ACCOUNT TO RG-BANK-ACCOUNT.
           MOVE 0 TO RG-CHECK-NUMBER.
           START CHECK-REGISTER-FILE KEY IS NOT LESS THAN RG-KEY
               INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF-FLAG
           END-START.
           PERFORM SCAN-ONE-REGISTER-ENTRY UNTIL WS-BROWSE-DONE.

       SCAN-ONE-REGISTER-ENTRY.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-EOF-FLAG
           END-READ.
           IF NOT WS-BROWSE-DONE AND
              RG-BANK-ACCOUNT NOT = WS-BANK-ACCOUNT
               MOVE 'Y' TO WS-BROWSE-EOF-FLAG
           END-IF.
           IF NOT WS-BROWSE-DONE
               IF RG-CHECK-OUTSTANDING AND
                  RG-ISSUE-DATE NOT > WS-STALE-CUTOFF-YYYYMMDD
                   IF WS-STALE-COUNT < WS-MAX-STALE
                       ADD 1 TO WS-STALE-COUNT
                       MOVE RG-CHECK-NUMBER
                           TO WS-STALE-CHECK(WS-STALE-COUNT)
                   ELSE
                       ADD 1 TO WS-STALE-OVERFLOW
                   END-IF
               END-IF
               IF RG-REPLACES-CHECK = 0 AND
                  RG-ISSUE-DATE > WS-RECENT-CUTOFF-YYYYMMDD
                   IF WS-RECENT-COUNT < WS-MAX-RECENT
                       ADD 1 TO WS-RECENT-COUNT
                       MOVE RG-OFFSET-INVOICE-NUMBER
                           TO WS-RECENT-OFFSET(WS-RECENT-COUNT)
                   ELSE
                       ADD 1 TO WS-RECENT-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  A STALE CHECK IS REISSUED ONLY WHEN A NEW MAILING COULD       *
      *  REACH THE CUSTOMER: AN ORIGINAL (NOT ALREADY A REISSUE), AN   *
      *  ACTIVE CUSTOMER, AND AN ADDRESS THAT HAS CHANGED SINCE THE    *
      *  CHECK WENT OUT. OTHERWISE THE MONEY IS UNCLAIMED PROPERTY.    *
      *****************************************************************
       CLEAR-ONE-STALE-CHECK.
           MOVE WS-BANK-ACCOUNT TO RG-BANK-ACCOUNT.
           MOVE WS-STALE-CHECK(WS-STALE-SUB) TO RG-CHECK-NUMBER.
           READ CHECK-REGISTER-FILE
               INVALID KEY GO TO CLEAR-ONE-STALE-CHECK-EXIT
           END-READ.
           IF NOT RG-CHECK-OUTSTANDING
               GO TO CLEAR-ONE-STALE-CHECK-EXIT
           END-IF.

           PERFORM FIND-CURRENT-ADDRESS.
           IF RG-REPLACES-CHECK = 0 AND
              NOT WS-ISSUE-STOPPED AND
              WS-DEMO-FOUND AND
              CD-CUSTOMER-ACTIVE AND
              CD-ADDRESS-LINE-1 NOT = SPACES AND
              (CD-ADDRESS-LINE-1 NOT = RG-MAILED-ADDRESS-LINE-1 OR
               CD-ADDRESS-ZIP NOT = RG-MAILED-ADDRESS-ZIP)
               MOVE 'STALE, REPLACED BY CHECK' TO WS-OLD-DISPOSITION
               PERFORM REISSUE-THE-CHECK THRU REISSUE-THE-CHECK-EXIT
               GO TO CLEAR-ONE-STALE-CHECK-EXIT
           END-IF.

           SET RG-CHECK-UNCLAIMED TO TRUE.
           MOVE WS-TODAY-YYYYMMDD TO RG-STATUS-DATE.
           REWRITE CHECK-REGISTER-RECORD.
           PERFORM WRITE-POSITIVE-PAY-VOID.
           ADD 1 TO WS-CHECKS-UNCLAIMED.
           MOVE 'STALE, MOVED TO UNCLAIMED PROPERTY'
               TO WS-DISPOSITION.
           PERFORM WRITE-REGISTER-ENTRY-LINE.

       CLEAR-ONE-STALE-CHECK-EXIT.
           EXIT.

      *****************************************************************
      *  ONE APPROVED REFUND FROM REFUND01. A REFUND WHOSE OFFSET      *
      *  INVOICE ALREADY HAS A RECENT CHECK IS THE SAME FILE COMING    *
      *  THROUGH AGAIN AND IS NOT ISSUED A SECOND TIME.                *
      *****************************************************************
       ISSUE-ONE-REFUND-CHECK.
           MOVE CHECK-ISSUE-RECORD TO CHECK-TO-PRINT-RECORD.
           PERFORM BUILD-PAYEE-NAME.
           INITIALIZE CHECK-REGISTER-RECORD.
           MOVE CK-CUSTOMER-NUMBER TO RG-CUSTOMER-NUMBER.
           MOVE WS-PAYEE-NAME      TO RG-PAYEE-NAME.
           IF CK-REFUND-AMOUNT NOT NUMERIC
               MOVE 0 TO RG-CHECK-AMOUNT
           ELSE
               MOVE CK-REFUND-AMOUNT TO RG-CHECK-AMOUNT
           END-IF.

           IF RG-CHECK-AMOUNT = 0
               MOVE 'NO REFUND AMOUNT, NOT ISSUED' TO WS-DISPOSITION
               ADD 1 TO WS-ISSUES-SKIPPED
               PERFORM WRITE-REGISTER-ENTRY-LINE
               GO TO ISSUE-ONE-REFUND-CHECK-EXIT
           END-IF.

           MOVE 'N' TO WS-ALREADY-ISSUED-FLAG.
           PERFORM VARYING WS-RECENT-SUB FROM 1 BY 1
                   UNTIL WS-RECENT-SUB > WS-RECENT-COUNT
                      OR WS-ALREADY-ISSUED
               IF WS-RECENT-OFFSET(WS-RECENT-SUB) =
                  CK-OFFSET-INVOICE-NUMBER
                   SET WS-ALREADY-ISSUED TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ALREADY-ISSUED
               MOVE 'CHECK ALREADY ISSUED FOR THIS REFUND'
                   TO WS-DISPOSITION
               ADD 1 TO WS-ISSUES-SKIPPED
               PERFORM WRITE-REGISTER-ENTRY-LINE
               GO TO ISSUE-ONE-REFUND-CHECK-EXIT
           END-IF.

           IF WS-ISSUE-STOPPED
               MOVE 'NOT ISSUED, CHECK NUMBERING STOPPED'
                   TO WS-DISPOSITION
               ADD 1 TO WS-ISSUES-SKIPPED
               PERFORM WRITE-REGISTER-ENTRY-LINE
               GO TO ISSUE-ONE-REFUND-CHECK-EXIT
           END-IF.

           MOVE 0 TO WS-REPLACES-CHECK.
           PERFORM ENTER-NEW-CHECK THRU ENTER-NEW-CHECK-EXIT.
           IF WS-ISSUE-STOPPED
               GO TO ISSUE-ONE-REFUND-CHECK-EXIT
           END-IF.
           MOVE 'ISSUED' TO WS-DISPOSITION.
           PERFORM WRITE-REGISTER-ENTRY-LINE.

           IF WS-RECENT-COUNT < WS-MAX-RECENT
               ADD 1 TO WS-RECENT-COUNT
               MOVE CK-OFFSET-INVOICE-NUMBER
                   TO WS-RECENT-OFFSET(WS-RECENT-COUNT)
           ELSE
               ADD 1 TO WS-RECENT-OVERFLOW
           END-IF.

       ISSUE-ONE-REFUND-CHECK-EXIT.
           EXIT.

      *****************************************************************
      *  NUMBER THE CHECK ON CHECK-TO-PRINT-RECORD, PUT IT ON THE      *
      *  REGISTER, THE POSITIVE-PAY FILE AND THE PRINTER FILE. THE     *
      *  CONTROL RECORD IS REWRITTEN BEFORE THE NUMBER IS USED, SO A   *
      *  FAILURE PART-WAY NEVER HANDS THE SAME NUMBER OUT TWICE.       *
      *****************************************************************
       ENTER-NEW-CHECK.
           ADD 1 TO KC-LAST-CHECK-NUMBER.
           MOVE WS-TODAY-YYYYMMDD TO KC-LAST-ISSUE-DATE.
           REWRITE CHECK-CONTROL-RECORD.
           IF NOT WS-CONTROL-STATUS-OK
               MOVE 'CHECK CONTROL RECORD NOT UPDATED, ISSUE STOPPED'
                   TO WS-MSG-TEXT
               MOVE WS-CONTROL-STATUS TO WS-MSG-VALUE
               WRITE CHECK-REGISTER-LINE FROM WS-MESSAGE-LINE
               SET WS-ISSUE-STOPPED TO TRUE
               GO TO ENTER-NEW-CHECK-EXIT
           END-IF.
           MOVE KC-LAST-CHECK-NUMBER TO WS-NEW-CHECK-NUMBER.

           PERFORM BUILD-PAYEE-NAME.

           INITIALIZE CHECK-REGISTER-RECORD.
           MOVE WS-BANK-ACCOUNT          TO RG-BANK-ACCOUNT.
           MOVE WS-NEW-CHECK-NUMBER      TO RG-CHECK-NUMBER.
           MOVE PK-CUSTOMER-NUMBER       TO RG-CUSTOMER-NUMBER.
           MOVE WS-PAYEE-NAME            TO RG-PAYEE-NAME.
           MOVE PK-REFUND-AMOUNT         TO RG-CHECK-AMOUNT.
           MOVE WS-TODAY-YYYYMMDD        TO RG-ISSUE-DATE.
           MOVE PK-OFFSET-INVOICE-NUMBER TO RG-OFFSET-INVOICE-NUMBER.
           MOVE PK-COMPANY-CODE          TO RG-COMPANY-CODE.
           MOVE PK-ADDRESS-LINE-1        TO RG-MAILED-ADDRESS-LINE-1.
           MOVE PK-ADDRESS-ZIP           TO RG-MAILED-ADDRESS-ZIP.
           SET RG-CHECK-OUTSTANDING TO TRUE.
           MOVE WS-TODAY-YYYYMMDD        TO RG-STATUS-DATE.
           MOVE WS-REPLACES-CHECK        TO RG-REPLACES-CHECK.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   MOVE 'CHECK NUMBER ALREADY ON REGISTER, STOPPED: '
                       TO WS-MSG-TEXT
                   MOVE WS-NEW-CHECK-NUMBER TO WS-MSG-VALUE
                   WRITE CHECK-REGISTER-LINE FROM WS-MESSAGE-LINE
                   SET WS-ISSUE-STOPPED TO TRUE
                   GO TO ENTER-NEW-CHECK-EXIT
           END-WRITE.

           MOVE SPACES TO POSITIVE-PAY-RECORD.
           SET PP-DETAIL-RECORD TO TRUE.
           MOVE KC-BANK-ROUTING     TO PP-BANK-ROUTING.
           MOVE RG-BANK-ACCOUNT     TO PP-BANK-ACCOUNT.
           MOVE RG-CHECK-NUMBER     TO PP-CHECK-NUMBER.
           MOVE RG-CHECK-AMOUNT     TO PP-CHECK-AMOUNT.
           MOVE RG-ISSUE-DATE       TO PP-ISSUE-DATE.
           MOVE RG-PAYEE-NAME       TO PP-PAYEE-NAME.
           SET PP-CHECK-ISSUED TO TRUE.
           WRITE POSITIVE-PAY-RECORD.
           ADD 1 TO WS-PP-DETAIL-COUNT.
           ADD RG-CHECK-AMOUNT TO WS-PP-ISSUED-TOTAL.

           MOVE RG-BANK-ACCOUNT       TO PC-BANK-ACCOUNT.
           MOVE RG-CHECK-NUMBER       TO PC-CHECK-NUMBER.
           MOVE RG-ISSUE-DATE         TO PC-ISSUE-DATE.
           MOVE RG-PAYEE-NAME         TO PC-PAYEE-NAME.
           MOVE RG-REPLACES-CHECK     TO PC-REPLACES-CHECK.
           MOVE CHECK-TO-PRINT-RECORD TO PC-CHECK-DETAIL.
           WRITE PRINTED-CHECK-RECORD.

           ADD 1 TO WS-CHECKS-ISSUED.
           ADD RG-CHECK-AMOUNT TO WS-ISSUED-TOTAL.

       ENTER-NEW-CHECK-EXIT.
           EXIT.

      *  FIRST NAME THEN LAST, OR THE LAST-NAME FIELD ALONE FOR A
      *  BUSINESS ACCOUNT CARRIED WITH NO FIRST NAME.
       BUILD-PAYEE-NAME.
           MOVE SPACES TO WS-PAYEE-NAME.
           IF PK-FIRST-NAME = SPACES
               MOVE PK-LAST-NAME TO WS-PAYEE-NAME
           ELSE
               STRING PK-FIRST-NAME DELIMITED '  '
                      ' '           DELIMITED SIZE
                      PK-LAST-NAME  DELIMITED '  '
                      INTO WS-PAYEE-NAME
               END-STRING
           END-IF.

      *  A VOID DETAIL FOR THE CHECK NOW ON CHECK-REGISTER-RECORD.
       WRITE-POSITIVE-PAY-VOID.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           SET PP-DETAIL-RECORD TO TRUE.
           MOVE KC-BANK-ROUTING     TO PP-BANK-ROUTING.
           MOVE RG-BANK-ACCOUNT     TO PP-BANK-ACCOUNT.
           MOVE RG-CHECK-NUMBER     TO PP-CHECK-NUMBER.
           MOVE RG-CHECK-AMOUNT     TO PP-CHECK-AMOUNT.
           MOVE RG-ISSUE-DATE       TO PP-ISSUE-DATE.
           MOVE RG-PAYEE-NAME       TO PP-PAYEE-NAME.
           SET PP-CHECK-VOIDED TO TRUE.
           WRITE POSITIVE-PAY-RECORD.
           ADD 1 TO WS-PP-DETAIL-COUNT.
           ADD RG-CHECK-AMOUNT TO WS-PP-VOIDED-TOTAL.

       APPEND-NUMBER-TO-DISPOSITION.
           MOVE SPACES TO WS-DISPOSITION-WORK.
           STRING WS-DISPOSITION      DELIMITED '  '
                  ' '                 DELIMITED SIZE
                  WS-DSP-CHECK-NUMBER DELIMITED SIZE
                  INTO WS-DISPOSITION-WORK
           END-STRING.
           MOVE WS-DISPOSITION-WORK TO WS-DISPOSITION.

       WRITE-REGISTER-ENTRY-LINE.
           MOVE RG-CHECK-NUMBER    TO WS-DTL-CHECK-NUMBER.
           MOVE RG-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE RG-PAYEE-NAME      TO WS-DTL-PAYEE-NAME.
           MOVE RG-CHECK-AMOUNT    TO WS-DTL-AMOUNT.
           MOVE RG-ISSUE-DATE      TO WS-DTL-ISSUE-DATE.
           MOVE WS-DISPOSITION     TO WS-DTL-DISPOSITION.
           WRITE CHECK-REGISTER-LINE FROM WS-DETAIL-LINE.
