      ***********************************************************
      * APYLOAD1 -- AUTOPAY ENROLLMENT LOAD                          *
      *                                                              *
      * READS AN EXTERNAL FILE OF AUTOPAY (DIRECT-DEBIT)             *
      * ENROLLMENTS AND ADDS OR UPDATES THE MATCHING AUTOPAY.cpy     *
      * RECORD ON THE INDEXED ENROLLMENT FILE -- SAME SEED/LOAD      *
      * SHAPE AS SHPLOAD1. AN ENROLLMENT IS REJECTED AND LOGGED      *
      * WHEN THE CUSTOMER NUMBER FAILS ITS CHECK DIGIT               *
      * (VALIDATECUSTOMERNUMBER), THE ROUTING NUMBER FAILS THE ABA   *
      * CHECK-DIGIT TEST, THE ACCOUNT NUMBER IS BLANK, THE ACCOUNT   *
      * TYPE IS NOT C (CHECKING) OR S (SAVINGS), THE DEBIT-DAY RULE  *
      * IS NOT M/W/D WITH A DAY IN RANGE FOR IT, OR THE STATUS IS    *
      * NOT A (ACTIVE), S (SUSPENDED) OR C (CANCELLED). RELOADING A  *
      * SUSPENDED ENROLLMENT WITH STATUS A IS HOW A CUSTOMER IS PUT  *
      * BACK ON AUTOPAY AFTER A RETURNED DEBIT; THE DEBIT AND        *
      * RETURN HISTORY ON THE RECORD IS KEPT ACROSS AN UPDATE. THE   *
      * CONTROL REPORT SHOWS ONLY THE LAST FOUR DIGITS OF THE BANK   *
      * ACCOUNT.                                                     *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APYLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-ENROLLMENT-FILE ASSIGN TO APYNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CUSTOMER-NUMBER
               FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO APYLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-ENROLLMENT-FILE.
       01  NEW-ENROLLMENT-RECORD.
           05  NA-CUSTOMER-NUMBER            PIC 9(9).
           05  NA-BANK-ROUTING-NUMBER        PIC X(9).
           05  NA-BANK-ACCOUNT-NUMBER        PIC X(17).
           05  NA-ACCOUNT-TYPE               PIC X(1).
           05  NA-ACCOUNT-HOLDER-NAME        PIC X(22).
           05  NA-DEBIT-RULE                 PIC X(1).
           05  NA-DEBIT-DAY                  PIC X(2).
           05  NA-ENROLLMENT-STATUS          PIC X(1).
           05  FILLER                        PIC X(18).

       FD  AUTOPAY-FILE.
           COPY AUTOPAY.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-AUTOPAY-STATUS                 PIC X(2).
           88  WS-AUTOPAY-STATUS-OK          VALUE '00'.

       01  WS-AUTOPAY-FOUND-FLAG             PIC X.
           88  WS-AUTOPAY-FOUND              VALUE 'Y'.

       01  WS-VALCUSNO-STATUS                PIC X(2).
           88  WS-VALCUSNO-OK                VALUE '00'.

      *  ABA ROUTING CHECK DIGIT -- WEIGHTS 3, 7, 1 REPEATED ACROSS
      *  THE NINE DIGITS; THE WEIGHTED SUM MUST BE A MULTIPLE OF 10.
       01  WS-ROUTING-NUMBER                 PIC X(9).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NUMBER.
           05  WS-RTN-DIGIT                  PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-SUM                    PIC 9(4) COMP.
       01  WS-ROUTING-VALID-FLAG             PIC X.
           88  WS-ROUTING-VALID              VALUE 'Y'.

       01  WS-DEBIT-DAY                      PIC 9(2).

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-ENROLLMENTS-ADDED          PIC 9(9) COMP VALUE 0.
           05  WS-ENROLLMENTS-UPDATED        PIC 9(9) COMP VALUE 0.
           05  WS-ENROLLMENTS-REJECTED       PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'AUTOPAY ENROLLMENT LOAD CONTROL REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-ROUTING-NUMBER         PIC X(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE 'ACCT '.
           05  WS-DTL-ACCOUNT-LAST-4         PIC X(4).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-RULE                   PIC X(1).
           05  WS-DTL-DAY                    PIC X(2).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(44).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(13)
               VALUE 'ENROLLED:    '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE 'UPDATED:       '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE 'REJECTED:       '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O AUTOPAY-FILE.
           IF NOT WS-AUTOPAY-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE FILE DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON, SAME AS TAXLOAD1.
      *
               OPEN OUTPUT AUTOPAY-FILE
               IF NOT WS-AUTOPAY-STATUS-OK
                   CLOSE AUTOPAY-FILE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT NEW-ENROLLMENT-FILE
                OUTPUT LOAD-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM READ-NEXT-ENROLLMENT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-ENROLLMENT THRU
                       LOAD-ONE-ENROLLMENT-EXIT
               PERFORM READ-NEXT-ENROLLMENT
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-ENROLLMENTS-ADDED    TO WS-SUM-ADDED.
           MOVE WS-ENROLLMENTS-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-ENROLLMENTS-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           CLOSE NEW-ENROLLMENT-FILE
                 AUTOPAY-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-ENROLLMENT.
           READ NEW-ENROLLMENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-ENROLLMENT.
           MOVE NA-CUSTOMER-NUMBER     TO WS-DTL-CUSTOMER-NUMBER.
           MOVE NA-BANK-ROUTING-NUMBER TO WS-DTL-ROUTING-NUMBER.
           MOVE NA-BANK-ACCOUNT-NUMBER(14:4)
               TO WS-DTL-ACCOUNT-LAST-4.
           MOVE NA-DEBIT-RULE          TO WS-DTL-RULE.
           MOVE NA-DEBIT-DAY           TO WS-DTL-DAY.

           IF NA-CUSTOMER-NUMBER NOT NUMERIC
               ADD 1 TO WS-ENROLLMENTS-REJECTED
               MOVE 'REJECTED, CUSTOMER NOT NUMERIC'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-ENROLLMENT-EXIT
           END-IF.

           CALL 'VALIDATECUSTOMERNUMBER'
               USING NA-CUSTOMER-NUMBER WS-VALCUSNO-STATUS.
           IF NOT WS-VALCUSNO-OK
               ADD 1 TO WS-ENROLLMENTS-REJECTED
               MOVE 'REJECTED, CUSTOMER FAILED CHECK DIGIT'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-ENROLLMENT-EXIT
           END-IF.

           PERFORM CHECK-ROUTING-NUMBER.
           IF NOT WS-ROUTING-VALID
               ADD 1 TO WS-ENROLLMENTS-REJECTED
               MOVE 'REJECTED, ROUTING NUMBER FAILED ABA CHECK'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-ENROLLMENT-EXIT
           END-IF.

           IF NA-BANK-ACCOUNT-NUMBER = SPACES OR
              (NA-ACCOUNT-TYPE NOT = 'C' AND
               NA-ACCOUNT-TYPE NOT = 'S')
               ADD 1 TO WS-ENROLLMENTS-REJECTED
               MOVE 'REJECTED, BLANK ACCOUNT OR TYPE NOT C/S'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-ENROLLMENT-EXIT
           END-IF.

      *  THE DAY MUST FIT THE RULE -- A DAY OF THE MONTH FOR M, A
      *  WEEKDAY FOR W; D DEBITS AS INVOICES FALL DUE AND TAKES
      *  NO DAY.
           MOVE 0 TO WS-DEBIT-DAY.
           IF NA-DEBIT-DAY NUMERIC
               MOVE NA-DEBIT-DAY TO WS-DEBIT-DAY
           END-IF.
           IF NOT ((NA-DEBIT-RULE = 'M' AND
                    WS-DEBIT-DAY >= 1 AND WS-DEBIT-DAY <= 31) OR
                   (NA-DEBIT-RULE = 'W' AND
                    WS-DEBIT-DAY >= 1 AND WS-DEBIT-DAY <= 7) OR
                   NA-DEBIT-RULE = 'D')
               ADD 1 TO WS-ENROLLMENTS-REJECTED
               MOVE 'REJECTED, DEBIT-DAY RULE NOT M/W/D OR BAD DAY'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-ENROLLMENT-EXIT
           END-IF.
           IF NA-DEBIT-RULE = 'D'
               MOVE 0 TO WS-DEBIT-DAY
           END-IF.

      *  A BLANK STATUS LOADS THE ENROLLMENT ACTIVE.
           IF NA-ENROLLMENT-STATUS = SPACE
               MOVE 'A' TO NA-ENROLLMENT-STATUS
           END-IF.
           IF NA-ENROLLMENT-STATUS NOT = 'A' AND
              NA-ENROLLMENT-STATUS NOT = 'S' AND
              NA-ENROLLMENT-STATUS NOT = 'C'
               ADD 1 TO WS-ENROLLMENTS-REJECTED
               MOVE 'REJECTED, STATUS IS NOT A, S OR C'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-ENROLLMENT-EXIT
           END-IF.

      *  AN UPDATE KEEPS THE ENROLLED DATE AND THE DEBIT/RETURN
      *  HISTORY ALREADY ON THE RECORD.
           MOVE NA-CUSTOMER-NUMBER TO AP-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-AUTOPAY-FOUND-FLAG.
           READ AUTOPAY-FILE
               INVALID KEY MOVE 'N' TO WS-AUTOPAY-FOUND-FLAG
           END-READ.
           IF NOT WS-AUTOPAY-FOUND
               INITIALIZE AUTOPAY-ENROLLMENT-RECORD
               MOVE SPACES TO AP-LAST-RETURN-REASON
               MOVE WS-TODAY-JULIAN TO AP-ENROLLED-DATE
           END-IF.

           MOVE NA-CUSTOMER-NUMBER     TO AP-CUSTOMER-NUMBER.
           MOVE NA-BANK-ROUTING-NUMBER TO AP-BANK-ROUTING-NUMBER.
           MOVE NA-BANK-ACCOUNT-NUMBER TO AP-BANK-ACCOUNT-NUMBER.
           MOVE NA-ACCOUNT-TYPE        TO AP-ACCOUNT-TYPE.
           MOVE NA-ACCOUNT-HOLDER-NAME TO AP-ACCOUNT-HOLDER-NAME.
           MOVE NA-DEBIT-RULE          TO AP-DEBIT-RULE.
           MOVE WS-DEBIT-DAY           TO AP-DEBIT-DAY.
           MOVE NA-ENROLLMENT-STATUS   TO AP-ENROLLMENT-STATUS.

           IF WS-AUTOPAY-FOUND
               REWRITE AUTOPAY-ENROLLMENT-RECORD
               ADD 1 TO WS-ENROLLMENTS-UPDATED
               MOVE 'UPDATED' TO WS-DTL-DISPOSITION
           ELSE
               WRITE AUTOPAY-ENROLLMENT-RECORD
               ADD 1 TO WS-ENROLLMENTS-ADDED
               MOVE 'ENROLLED' TO WS-DTL-DISPOSITION
           END-IF.

           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.

       LOAD-ONE-ENROLLMENT-EXIT.
           EXIT.

       CHECK-ROUTING-NUMBER.
           MOVE 'N' TO WS-ROUTING-VALID-FLAG.
           MOVE NA-BANK-ROUTING-NUMBER TO WS-ROUTING-NUMBER.
           IF WS-ROUTING-NUMBER NUMERIC AND
              WS-ROUTING-NUMBER NOT = ZEROS
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-RTN-DIGIT(1) + WS-RTN-DIGIT(4)
                        + WS-RTN-DIGIT(7))
                 + 7 * (WS-RTN-DIGIT(2) + WS-RTN-DIGIT(5)
                        + WS-RTN-DIGIT(8))
                 +     (WS-RTN-DIGIT(3) + WS-RTN-DIGIT(6)
                        + WS-RTN-DIGIT(9))
               IF FUNCTION MOD(WS-ROUTING-SUM, 10) = 0
                   MOVE 'Y' TO WS-ROUTING-VALID-FLAG
               END-IF
           END-IF.
