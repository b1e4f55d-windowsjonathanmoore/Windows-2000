      ***********************************************************
      * CHKRCN01 -- REFUND CHECK CLEARING AND RECONCILIATION         *
      *                                                              *
      * THE BANK SENDS BACK A CLEARED-CHECKS FILE FOR THE REFUND     *
      * ACCOUNT: ONE RECORD PER CHECK IT PAID, WITH THE AMOUNT AND   *
      * DATE IT PAID. THIS JOB MARKS EACH ONE PAID ON THE CHKREG.cpy *
      * REGISTER AND RECONCILES WHAT THE BANK PAID TO WHAT CHKISS01  *
      * ISSUED.                                                      *
      *                                                              *
      * A CLEARED CHECK IS AN EXCEPTION WHEN IT IS:                  *
      *   NOT ON THE REGISTER -- NOT ONE OF OUR CHECKS.              *
      *   FOR A DIFFERENT AMOUNT -- STILL MARKED PAID, AT THE        *
      *     BANK'S AMOUNT, FOR FOLLOW-UP AS A POSSIBLE ALTERATION.   *
      *   ALREADY CLEARED -- THE BANK PAID IT TWICE.                 *
      *   VOIDED, REPLACED OR UNCLAIMED -- POSITIVE PAY SHOULD HAVE  *
      *     STOPPED IT; THE REGISTER IS LEFT AS IT STANDS SO THE     *
      *     CLAIM AGAINST THE BANK IS NOT LOST.                      *
      *                                                              *
      * AFTER THE CLEARED FILE, THE ACCOUNT'S REGISTER IS LISTED BY  *
      * WHAT IS STILL OUTSTANDING, IN CHECK-NUMBER ORDER, WITH DAYS  *
      * OUTSTANDING, AND TOTALLED BY STATUS. ANY EXCEPTION SETS      *
      * RETURN-CODE 4.                                               *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRCN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARED-CHECK-FILE ASSIGN TO CHKCLR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARED-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT RECONCILIATION-REPORT ASSIGN TO CHKRCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  ONE CHECK THE BANK PAID, AS THE BANK PAID IT.
       FD  CLEARED-CHECK-FILE.
       01  CLEARED-CHECK-RECORD.
           05  CL-BANK-ACCOUNT               PIC X(17).
           05  CL-CHECK-NUMBER               PIC 9(10).
           05  CL-PAID-AMOUNT                PIC 9(11)V9(2).
           05  CL-PAID-DATE                  PIC 9(8).
           05  FILLER                        PIC X(32).

       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.

       FD  RECONCILIATION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RECONCILIATION-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLEARED-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-CLEARED            VALUE 'Y'.
       01  WS-BROWSE-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-BROWSE-DONE                VALUE 'Y'.

       01  WS-CLEARED-STATUS                 PIC X(2).
           88  WS-CLEARED-STATUS-OK          VALUE '00'.
       01  WS-REGISTER-STATUS                PIC X(2).
           88  WS-REGISTER-STATUS-OK         VALUE '00'.
       01  WS-CLEARED-FILE-FLAG              PIC X VALUE 'N'.
           88  WS-CLEARED-FILE-PRESENT       VALUE 'Y'.
       01  WS-REGISTER-FOUND-FLAG            PIC X.
           88  WS-REGISTER-FOUND             VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-DAYS-OUTSTANDING               PIC 9(5).
       01  WS-EXCEPTION-TEXT                 PIC X(40).

       01  WS-COUNTERS.
           05  WS-CLEARED-READ               PIC 9(9) COMP VALUE 0.
           05  WS-CLEARED-PAID               PIC 9(9) COMP VALUE 0.
           05  WS-EXCEPTIONS                 PIC 9(9) COMP VALUE 0.
           05  WS-CLEARED-TOTAL              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

      *  REGISTER TOTALS BY STATUS, IN THE ORDER THE STATUS CODES
      *  ARE DESCRIBED IN CHKREG.cpy.
       01  WS-STATUS-CODES                   PIC X(6) VALUE 'IPVRUE'.
       01  WS-STATUS-NAMES.
           05  FILLER                        PIC X(20)
               VALUE 'OUTSTANDING'.
           05  FILLER                        PIC X(20) VALUE 'PAID'.
           05  FILLER                        PIC X(20) VALUE 'VOIDED'.
           05  FILLER                        PIC X(20) VALUE 'REPLACED'.
           05  FILLER                        PIC X(20)
               VALUE 'UNCLAIMED'.
           05  FILLER                        PIC X(20)
               VALUE 'SENT TO THE STATE'.
       01  WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAMES.
           05  WS-STATUS-NAME OCCURS 6 TIMES PIC X(20).
       01  WS-STATUS-TOTALS.
           05  WS-STATUS-TOTAL OCCURS 6 TIMES.
               10  WS-STATUS-COUNT           PIC 9(9) COMP.
               10  WS-STATUS-AMOUNT          PIC S9(13)V9(2) COMP-3.
       01  WS-STATUS-SUB                     PIC 9(4) COMP.

       01  WS-TITLE-LINE.
           05  FILLER                        PIC X(41)
               VALUE 'REFUND CHECK CLEARING AND RECONCILIATION '.
           05  FILLER                        PIC X(6) VALUE 'AS OF '.
           05  WS-TTL-TODAY                  PIC 9(8).

       01  WS-SECTION-LINE.
           05  FILLER                        PIC X(4) VALUE '--- '.
           05  WS-SECTION-TITLE              PIC X(60).

       01  WS-EXCEPTION-HEADING.
           05  FILLER                        PIC X(19) VALUE 'ACCOUNT'.
           05  FILLER                        PIC X(12) VALUE 'CHECK'.
           05  FILLER                        PIC X(18)
               VALUE '     ISSUED AMOUNT'.
           05  FILLER                        PIC X(18)
               VALUE '       PAID AMOUNT'.
           05  FILLER                        PIC X(10) VALUE 'PAID ON'.
           05  FILLER                        PIC X(9) VALUE 'EXCEPTION'.

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-BANK-ACCOUNT           PIC X(17).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-EXC-CHECK-NUMBER           PIC 9(10).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-EXC-ISSUED-AMOUNT          PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-EXC-PAID-AMOUNT            PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-EXC-PAID-DATE              PIC 9(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-EXC-TEXT                   PIC X(40).

       01  WS-OUTSTANDING-HEADING.
           05  FILLER                        PIC X(19) VALUE 'ACCOUNT'.
           05  FILLER                        PIC X(12) VALUE 'CHECK'.
           05  FILLER                        PIC X(11) VALUE 'CUSTOMER'.
           05  FILLER                        PIC X(32) VALUE 'PAYEE'.
           05  FILLER                        PIC X(18)
               VALUE '          AMOUNT'.
           05  FILLER                        PIC X(10) VALUE 'ISSUED'.
           05  FILLER                        PIC X(4) VALUE 'DAYS'.

       01  WS-OUTSTANDING-LINE.
           05  WS-OUT-BANK-ACCOUNT           PIC X(17).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-OUT-CHECK-NUMBER           PIC 9(10).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-OUT-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-OUT-PAYEE-NAME             PIC X(30).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-OUT-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-OUT-ISSUE-DATE             PIC 9(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-OUT-DAYS                   PIC ZZZZ9.

       01  WS-STATUS-TOTAL-LINE.
           05  WS-STL-NAME                   PIC X(20).
           05  WS-STL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-STL-AMOUNT                 PIC -(12)9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(16)
               VALUE 'CLEARED CHECKS: '.
           05  WS-SUM-READ                   PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(14)
               VALUE 'MARKED PAID:  '.
           05  WS-SUM-PAID                   PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE 'CLEARED TOTAL: '.
           05  WS-SUM-CLEARED-TOTAL          PIC -(12)9.99.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(12)
               VALUE 'EXCEPTIONS: '.
           05  WS-SUM-EXCEPTIONS             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           INITIALIZE WS-STATUS-TOTALS.
           OPEN OUTPUT RECONCILIATION-REPORT.
           MOVE WS-TODAY-YYYYMMDD TO WS-TTL-TODAY.
           WRITE RECONCILIATION-LINE FROM WS-TITLE-LINE.

           OPEN I-O CHECK-REGISTER-FILE.
           IF NOT WS-REGISTER-STATUS-OK
               MOVE SPACES TO RECONCILIATION-LINE
               STRING '*** CHECK REGISTER CANNOT BE OPENED, STATUS '
                      WS-REGISTER-STATUS DELIMITED SIZE
                   INTO RECONCILIATION-LINE
               END-STRING
               WRITE RECONCILIATION-LINE
               CLOSE RECONCILIATION-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CLEARED-CHECK-FILE.
           IF WS-CLEARED-STATUS-OK
               SET WS-CLEARED-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CLEARED-CHECK-FILE
           END-IF.

           MOVE SPACES TO RECONCILIATION-LINE.
           WRITE RECONCILIATION-LINE.
           MOVE 'CLEARED-CHECK EXCEPTIONS' TO WS-SECTION-TITLE.
           WRITE RECONCILIATION-LINE FROM WS-SECTION-LINE.
           WRITE RECONCILIATION-LINE FROM WS-EXCEPTION-HEADING.
           IF WS-CLEARED-FILE-PRESENT
               PERFORM READ-NEXT-CLEARED
               PERFORM UNTIL WS-NO-MORE-CLEARED
                   PERFORM APPLY-ONE-CLEARED-CHECK THRU
                           APPLY-ONE-CLEARED-CHECK-EXIT
                   PERFORM READ-NEXT-CLEARED
               END-PERFORM
               CLOSE CLEARED-CHECK-FILE
           END-IF.

           MOVE SPACES TO RECONCILIATION-LINE.
           WRITE RECONCILIATION-LINE.
           MOVE 'CHECKS STILL OUTSTANDING' TO WS-SECTION-TITLE.
           WRITE RECONCILIATION-LINE FROM WS-SECTION-LINE.
           WRITE RECONCILIATION-LINE FROM WS-OUTSTANDING-HEADING.
           MOVE LOW-VALUES TO RG-KEY.
           START CHECK-REGISTER-FILE KEY IS GREATER THAN RG-KEY
               INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF-FLAG
           END-START.
           PERFORM RECONCILE-ONE-REGISTER-ENTRY UNTIL WS-BROWSE-DONE.

           MOVE SPACES TO RECONCILIATION-LINE.
           WRITE RECONCILIATION-LINE.
           MOVE 'REGISTER TOTALS BY STATUS' TO WS-SECTION-TITLE.
           WRITE RECONCILIATION-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-STATUS-SUB FROM 1 BY 1
                   UNTIL WS-STATUS-SUB > 6
               MOVE WS-STATUS-NAME(WS-STATUS-SUB)   TO WS-STL-NAME
               MOVE WS-STATUS-COUNT(WS-STATUS-SUB)  TO WS-STL-COUNT
               MOVE WS-STATUS-AMOUNT(WS-STATUS-SUB) TO WS-STL-AMOUNT
               WRITE RECONCILIATION-LINE FROM WS-STATUS-TOTAL-LINE
           END-PERFORM.

           MOVE SPACES TO RECONCILIATION-LINE.
           WRITE RECONCILIATION-LINE.
           MOVE WS-CLEARED-READ  TO WS-SUM-READ.
           MOVE WS-CLEARED-PAID  TO WS-SUM-PAID.
           MOVE WS-CLEARED-TOTAL TO WS-SUM-CLEARED-TOTAL.
           MOVE WS-EXCEPTIONS    TO WS-SUM-EXCEPTIONS.
           WRITE RECONCILIATION-LINE FROM WS-SUMMARY-LINE.

           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           CLOSE CHECK-REGISTER-FILE
                 RECONCILIATION-REPORT.
           GOBACK.

       READ-NEXT-CLEARED.
           READ CLEARED-CHECK-FILE
               AT END MOVE 'Y' TO WS-CLEARED-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE CHECK THE BANK PAID. ONLY AN OUTSTANDING CHECK IS MARKED  *
      *  PAID; ANY OTHER STATUS MEANS THE BANK PAID SOMETHING IT HAD   *
      *  BEEN TOLD NOT TO, AND IS LEFT FOR THE TREASURY DESK.          *
      *****************************************************************
       APPLY-ONE-CLEARED-CHECK.
           ADD 1 TO WS-CLEARED-READ.
           IF CL-PAID-AMOUNT NOT NUMERIC
               MOVE 0 TO CL-PAID-AMOUNT
           END-IF.
           ADD CL-PAID-AMOUNT TO WS-CLEARED-TOTAL.

           MOVE CL-BANK-ACCOUNT TO RG-BANK-ACCOUNT.
           MOVE CL-CHECK-NUMBER TO RG-CHECK-NUMBER.
           MOVE 'N' TO WS-REGISTER-FOUND-FLAG.
           IF CL-CHECK-NUMBER NUMERIC
               MOVE 'Y' TO WS-REGISTER-FOUND-FLAG
               READ CHECK-REGISTER-FILE
                   INVALID KEY MOVE 'N' TO WS-REGISTER-FOUND-FLAG
               END-READ
           END-IF.
           IF NOT WS-REGISTER-FOUND
               MOVE 0 TO RG-CHECK-AMOUNT
               MOVE 'NOT ON THE REGISTER' TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               GO TO APPLY-ONE-CLEARED-CHECK-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN RG-CHECK-OUTSTANDING
                   IF CL-PAID-AMOUNT NOT = RG-CHECK-AMOUNT
                       MOVE 'PAID FOR A DIFFERENT AMOUNT'
                           TO WS-EXCEPTION-TEXT
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
                   SET RG-CHECK-PAID TO TRUE
                   MOVE CL-PAID-DATE   TO RG-STATUS-DATE
                   MOVE CL-PAID-AMOUNT TO RG-PAID-AMOUNT
                   MOVE CL-PAID-DATE   TO RG-PAID-DATE
                   REWRITE CHECK-REGISTER-RECORD
                   ADD 1 TO WS-CLEARED-PAID
               WHEN RG-CHECK-PAID
                   MOVE 'ALREADY CLEARED' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN RG-CHECK-VOIDED
                   MOVE 'PAID AFTER VOID' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN RG-CHECK-REPLACED
                   MOVE 'PAID AFTER REISSUE' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   MOVE 'PAID AFTER MOVE TO UNCLAIMED PROPERTY'
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
           END-EVALUATE.

       APPLY-ONE-CLEARED-CHECK-EXIT.
           EXIT.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE CL-BANK-ACCOUNT   TO WS-EXC-BANK-ACCOUNT.
           MOVE CL-CHECK-NUMBER   TO WS-EXC-CHECK-NUMBER.
           MOVE RG-CHECK-AMOUNT   TO WS-EXC-ISSUED-AMOUNT.
           MOVE CL-PAID-AMOUNT    TO WS-EXC-PAID-AMOUNT.
           MOVE CL-PAID-DATE      TO WS-EXC-PAID-DATE.
           MOVE WS-EXCEPTION-TEXT TO WS-EXC-TEXT.
           WRITE RECONCILIATION-LINE FROM WS-EXCEPTION-LINE.

       RECONCILE-ONE-REGISTER-ENTRY.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-EOF-FLAG
           END-READ.
           IF NOT WS-BROWSE-DONE
               PERFORM VARYING WS-STATUS-SUB FROM 1 BY 1
                       UNTIL WS-STATUS-SUB > 6
                   IF RG-CHECK-STATUS =
                      WS-STATUS-CODES(WS-STATUS-SUB:1)
                       ADD 1 TO WS-STATUS-COUNT(WS-STATUS-SUB)
                       ADD RG-CHECK-AMOUNT
                           TO WS-STATUS-AMOUNT(WS-STATUS-SUB)
                   END-IF
               END-PERFORM
               IF RG-CHECK-OUTSTANDING
                   COMPUTE WS-DAYS-OUTSTANDING =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) -
                       FUNCTION INTEGER-OF-DATE(RG-ISSUE-DATE)
                   MOVE RG-BANK-ACCOUNT     TO WS-OUT-BANK-ACCOUNT
                   MOVE RG-CHECK-NUMBER     TO WS-OUT-CHECK-NUMBER
                   MOVE RG-CUSTOMER-NUMBER  TO WS-OUT-CUSTOMER-NUMBER
                   MOVE RG-PAYEE-NAME       TO WS-OUT-PAYEE-NAME
                   MOVE RG-CHECK-AMOUNT     TO WS-OUT-AMOUNT
                   MOVE RG-ISSUE-DATE       TO WS-OUT-ISSUE-DATE
                   MOVE WS-DAYS-OUTSTANDING TO WS-OUT-DAYS
                   WRITE RECONCILIATION-LINE FROM WS-OUTSTANDING-LINE
               END-IF
           END-IF.
