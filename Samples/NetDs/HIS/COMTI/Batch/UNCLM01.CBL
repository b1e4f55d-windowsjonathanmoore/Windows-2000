      ***********************************************************
      * UNCLM01 -- ANNUAL UNCLAIMED-PROPERTY (ESCHEAT) REPORT        *
      *                                                              *
      * REFUND01 RETURNS A CREDIT BALANCE WHEN THE CUSTOMER CAN BE   *
      * REACHED, BUT ON-ACCOUNT MONEY AND UNREFUNDED CREDITS THAT    *
      * SIT FOR YEARS ARE UNCLAIMED PROPERTY WE MUST REPORT TO THE   *
      * STATE. THIS JOB MATCH-MERGES THE INVOICE EXTRACT (PRE-SORTED *
      * BY CUSTOMER) AGAINST THE ONACCT LEDGER IN KEY ORDER AND      *
      * WORKS OUT EACH CUSTOMER'S CREDIT BALANCE: ON-ACCOUNT MONEY   *
      * PLUS OPEN CREDIT-MEMO RESIDUALS LESS OPEN CHARGE RESIDUALS,  *
      * ALL USD. THE CUSTOMER'S LAST ACTIVITY IS THE LATEST OF THEIR *
      * NEWEST INVOICE, THEIR LAST PAYMENT (LASTPAY) AND THE LAST    *
      * ON-ACCOUNT MOVEMENT. A CREDIT WHOSE LAST ACTIVITY IS OLDER   *
      * THAN THE DORMANCY PERIOD FOR THE CUSTOMER'S ADDRESS-STATE    *
      * (DORMTBL.cpy, STATE ROW, THEN THE SPACES DEFAULT ROW, THEN   *
      * THREE YEARS) IS WRITTEN TO THE UNCLPROP.cpy CANDIDATE FILE,  *
      * GETS A DUE-DILIGENCE LETTER RECORD WHEN IT IS AT OR OVER THE *
      * STATE'S LETTER MINIMUM, AND LANDS ON THE STATE FILING LIST,  *
      * GROUPED BY ADDRESS-STATE WITH A TOTAL PER STATE. A CUSTOMER  *
      * NOT ON CUSTDEMO HAS NO ADDRESS AND FILES UNDER "??". THE     *
      * AS-OF DATE COMES FROM THE USUAL OPTIONAL PARAMETER FILE      *
      * (YYYYMMDD) AND DEFAULTS TO TODAY. NOTHING HERE TOUCHES THE   *
      * LEDGER -- UNCLR01 CLEARS THE ROWS FINANCE MARKS REMITTED.    *
      *                                                              *
      * REFUND CHECKS CHKISS01 MOVED TO UNCLAIMED PROPERTY AFTER     *
      * GOING STALE UNCASHED ARE REPORTED THE SAME WAY, ONE ROW PER  *
      * CHECK, WITH THE DORMANCY PERIOD RUNNING FROM THE CHECK'S     *
      * ISSUE DATE AND THE PAYEE'S CURRENT CUSTDEMO STATE. THE CHECK *
      * REGISTER IS OPTIONAL.                                        *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNCLM01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-EXTRACT-FILE ASSIGN TO INVXTRCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ON-ACCOUNT-LEDGER-FILE ASSIGN TO ONACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT LAST-PAYMENT-FILE ASSIGN TO LASTPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-CUSTOMER-NUMBER
               FILE STATUS IS WS-LASTPAY-STATUS.
           SELECT DORMANCY-TABLE-FILE ASSIGN TO DORMTBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-STATE
               FILE STATUS IS WS-DORMANCY-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PROPERTY-FILE ASSIGN TO UNCLPROP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO UNCLLTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILING-REPORT-FILE ASSIGN TO UNCLRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASOF-PARM-FILE ASSIGN TO UNCLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

       FD  ON-ACCOUNT-LEDGER-FILE.
           COPY ONACCT.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  LAST-PAYMENT-FILE.
           COPY LASTPAY.

       FD  DORMANCY-TABLE-FILE.
           COPY DORMTBL.

       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.

       FD  PROPERTY-FILE.
           COPY UNCLPROP.

      *  ONE DUE-DILIGENCE LETTER PER OWNER -- WHAT THE LETTER SHOP
      *  NEEDS TO TELL THE CUSTOMER WE HOLD THEIR MONEY AND WILL
      *  TURN IT OVER TO THE STATE UNLESS THEY ANSWER BY THE
      *  RESPOND-BY DATE.
       FD  LETTER-FILE.
       01  DUE-DILIGENCE-LETTER-RECORD.
           05  UL-CUSTOMER-NUMBER            PIC 9(9).
           05  UL-PROPERTY-AMOUNT            PIC 9(11)V9(2).
           05  UL-LAST-ACTIVITY-DATE         PIC 9(8).
           05  UL-RESPOND-BY-DATE            PIC 9(8).
           05  UL-LAST-NAME                  PIC X(20).
           05  UL-FIRST-NAME                 PIC X(20).
           05  UL-ADDRESS-LINE-1             PIC X(30).
           05  UL-ADDRESS-LINE-2             PIC X(30).
           05  UL-ADDRESS-CITY               PIC X(20).
           05  UL-ADDRESS-STATE              PIC X(2).
           05  UL-ADDRESS-ZIP                PIC X(10).

       FD  FILING-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FILING-REPORT-LINE                PIC X(132).

       FD  ASOF-PARM-FILE.
       01  ASOF-PARM-RECORD.
           05  AP-AS-OF-DATE                 PIC 9(8).
           05  FILLER                        PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-EXTRACT-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-INVOICES           VALUE 'Y'.
       01  WS-LEDGER-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-NO-MORE-LEDGER             VALUE 'Y'.
       01  WS-REGISTER-EOF-FLAG              PIC X VALUE 'N'.
           88  WS-NO-MORE-REGISTER           VALUE 'Y'.

       01  WS-LEDGER-STATUS                  PIC X(2).
           88  WS-LEDGER-STATUS-OK           VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-LASTPAY-STATUS                 PIC X(2).
           88  WS-LASTPAY-STATUS-OK          VALUE '00'.
       01  WS-DORMANCY-STATUS                PIC X(2).
           88  WS-DORMANCY-STATUS-OK         VALUE '00'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-REGISTER-STATUS                PIC X(2).
           88  WS-REGISTER-STATUS-OK         VALUE '00'.

      *  EVERY MASTER BUT THE EXTRACT IS OPTIONAL -- NO LEDGER MEANS
      *  NO ON-ACCOUNT MONEY, NO DORMANCY TABLE MEANS THE DEFAULT
      *  PERIOD EVERYWHERE.
       01  WS-LEDGER-FILE-PRESENT            PIC X VALUE 'N'.
           88  WS-LEDGER-PRESENT             VALUE 'Y'.
       01  WS-DEMO-FILE-PRESENT              PIC X VALUE 'N'.
           88  WS-DEMO-PRESENT               VALUE 'Y'.
       01  WS-LASTPAY-FILE-PRESENT           PIC X VALUE 'N'.
           88  WS-LASTPAY-PRESENT            VALUE 'Y'.
       01  WS-DORMANCY-FILE-PRESENT          PIC X VALUE 'N'.
           88  WS-DORMANCY-PRESENT           VALUE 'Y'.
       01  WS-REGISTER-FILE-PRESENT          PIC X VALUE 'N'.
           88  WS-REGISTER-PRESENT           VALUE 'Y'.

       01  WS-DEMO-FOUND-FLAG                PIC X.
           88  WS-DEMO-FOUND                 VALUE 'Y'.
       01  WS-LASTPAY-FOUND-FLAG             PIC X.
           88  WS-LASTPAY-FOUND              VALUE 'Y'.
       01  WS-DORMANCY-FOUND-FLAG            PIC X.
           88  WS-DORMANCY-FOUND             VALUE 'Y'.

      *  NO STATE ROW AND NO DEFAULT ROW: THREE YEARS, AND A LETTER
      *  FOR ANYTHING FIFTY DOLLARS OR OVER.
       01  WS-DEFAULT-DORMANCY-YEARS         PIC 9(2) VALUE 3.
       01  WS-DEFAULT-LETTER-MINIMUM         PIC 9(5)V9(2) VALUE 50.00.
       01  WS-DORMANCY-YEARS                 PIC 9(2).
       01  WS-LETTER-MINIMUM                 PIC S9(5)V9(2) COMP-3.
       01  WS-STATE-NAME                     PIC X(20).

      *  THE OWNER HAS SIXTY DAYS FROM THE AS-OF DATE TO ANSWER THE
      *  DUE-DILIGENCE LETTER BEFORE THE FILING.
       01  WS-RESPONSE-DAYS                  PIC 9(3) VALUE 60.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-AS-OF-YYYYMMDD                 PIC 9(8).
       01  WS-RESPOND-BY-YYYYMMDD            PIC 9(8).
       01  WS-LAST-ACTIVITY-JULIAN           PIC 9(7).
       01  WS-LAST-ACTIVITY-YYYYMMDD         PIC 9(8).
       01  WS-DORMANT-AFTER-YYYYMMDD         PIC 9(8).
       01  WS-DORMANT-FLAG                   PIC X.
           88  WS-DORMANT                    VALUE 'Y'.

       01  WS-CURRENT-KEY                    PIC 9(9).
       01  WS-EXTRACT-KEY                    PIC 9(9).
       01  WS-LEDGER-KEY                     PIC 9(9).

       01  WS-USD-AMOUNT                     PIC S9(13)V9(2) COMP-3.
       01  WS-CUSTOMER-CREDIT                PIC S9(13)V9(2) COMP-3.
       01  WS-ON-ACCOUNT-AMOUNT              PIC S9(13)V9(2) COMP-3.
       01  WS-ADDRESS-STATE                  PIC X(2).

      *  THE UNCASHED CHECK A ROW IS FOR -- SPACES AND ZERO WHILE
      *  THE CUSTOMER CREDIT BALANCES ARE BEING REPORTED.
       01  WS-CHECK-BANK-ACCOUNT             PIC X(17) VALUE SPACES.
       01  WS-CHECK-NUMBER                   PIC 9(10) VALUE 0.

      *  CANDIDATES HELD FOR THE STATE FILING LIST, PRINTED ONE
      *  STATE AT A TIME LOWEST STATE CODE FIRST -- THERE IS NO
      *  SORT STEP IN THIS SUITE. THE PROPERTY AND LETTER FILES ARE
      *  WRITTEN AS THE CUSTOMERS GO BY, SO AN OVERFLOW ONLY SHORTS
      *  THE LIST, AND IS REPORTED.
       01  WS-MAX-CANDIDATES                 PIC 9(4) COMP VALUE 2000.
       01  WS-CANDIDATE-TABLE.
           05  WS-CANDIDATE-ENTRY OCCURS 2000 TIMES
                                       INDEXED BY WS-CND-IDX.
               10  WS-CND-STATE              PIC X(2).
               10  WS-CND-STATE-NAME         PIC X(20).
               10  WS-CND-CUSTOMER-NUMBER    PIC 9(9).
               10  WS-CND-AMOUNT             PIC S9(13)V9(2) COMP-3.
               10  WS-CND-LAST-ACTIVITY      PIC 9(8).
               10  WS-CND-LETTER-FLAG        PIC X(1).
               10  WS-CND-PRINTED-FLAG       PIC X(1).
                   88  WS-CND-PRINTED            VALUE 'Y'.
       01  WS-CANDIDATE-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-CANDIDATE-OVERFLOW             PIC 9(9) COMP VALUE 0.
       01  WS-NEXT-STATE                     PIC X(2).
       01  WS-NEXT-STATE-NAME                PIC X(20).
       01  WS-NEXT-STATE-FOUND-FLAG          PIC X.
           88  WS-NEXT-STATE-FOUND           VALUE 'Y'.
       01  WS-STATE-COUNT                    PIC 9(9) COMP.
       01  WS-STATE-TOTAL                    PIC S9(13)V9(2) COMP-3.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-EXAMINED         PIC 9(9) COMP VALUE 0.
           05  WS-CREDITS-FOUND              PIC 9(9) COMP VALUE 0.
           05  WS-PROPERTIES-REPORTED        PIC 9(9) COMP VALUE 0.
           05  WS-LETTERS-WRITTEN            PIC 9(9) COMP VALUE 0.
           05  WS-CHECKS-EXAMINED            PIC 9(9) COMP VALUE 0.
           05  WS-CHECKS-REPORTED            PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-PROPERTY             PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'UNCLAIMED-PROPERTY STATE FILING LIST'.
           05  FILLER                        PIC X(7) VALUE 'AS OF '.
           05  WS-TTL-AS-OF-DATE             PIC 9(8).

       01  WS-STATE-HEADER-LINE.
           05  FILLER                        PIC X(7) VALUE 'STATE: '.
           05  WS-SHL-STATE                  PIC X(2).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SHL-STATE-NAME             PIC X(20).

       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(4) VALUE ' USD'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE 'LAST ACTIVITY: '.
           05  WS-DTL-LAST-ACTIVITY          PIC 9(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-LETTER                 PIC X(20).

       01  WS-STATE-TOTAL-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(12)
               VALUE 'STATE TOTAL '.
           05  WS-STL-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(4) VALUE ' USD'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-STL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(7) VALUE ' OWNERS'.

       01  WS-OVERFLOW-LINE.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(52)
               VALUE ' PROPERTIES PAST TABLE BOUND, NOT ON THIS LIST'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(21)
               VALUE 'CUSTOMERS EXAMINED:  '.
           05  WS-SUM-EXAMINED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'CREDIT BALANCES: '.
           05  WS-SUM-CREDITS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(18)
               VALUE 'DORMANT, REPORTED:'.
           05  WS-SUM-REPORTED               PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(21)
               VALUE 'LETTERS WRITTEN:     '.
           05  WS-SUM-LETTERS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'TOTAL PROPERTY:  '.
           05  WS-SUM-TOTAL                  PIC -(12)9.99.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                        PIC X(21)
               VALUE 'UNCLAIMED CHECKS:    '.
           05  WS-SUM-CHECKS-EXAMINED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'DORMANT CHECKS:  '.
           05  WS-SUM-CHECKS-REPORTED        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-AS-OF-YYYYMMDD.
           PERFORM READ-ASOF-PARM THRU READ-ASOF-PARM-EXIT.
           COMPUTE WS-RESPOND-BY-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-YYYYMMDD)
                       + WS-RESPONSE-DAYS).

           OPEN INPUT ON-ACCOUNT-LEDGER-FILE.
           IF WS-LEDGER-STATUS-OK
               SET WS-LEDGER-PRESENT TO TRUE
           ELSE
               CLOSE ON-ACCOUNT-LEDGER-FILE
           END-IF.
           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF WS-DEMO-STATUS-OK
               SET WS-DEMO-PRESENT TO TRUE
           ELSE
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.
           OPEN INPUT LAST-PAYMENT-FILE.
           IF WS-LASTPAY-STATUS-OK
               SET WS-LASTPAY-PRESENT TO TRUE
           ELSE
               CLOSE LAST-PAYMENT-FILE
           END-IF.
           OPEN INPUT DORMANCY-TABLE-FILE.
           IF WS-DORMANCY-STATUS-OK
               SET WS-DORMANCY-PRESENT TO TRUE
           ELSE
               CLOSE DORMANCY-TABLE-FILE
           END-IF.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF WS-REGISTER-STATUS-OK
               SET WS-REGISTER-PRESENT TO TRUE
           ELSE
               CLOSE CHECK-REGISTER-FILE
           END-IF.

           OPEN INPUT INVOICE-EXTRACT-FILE
                OUTPUT PROPERTY-FILE
                       LETTER-FILE
                       FILING-REPORT-FILE.

           MOVE WS-AS-OF-YYYYMMDD TO WS-TTL-AS-OF-DATE.
           WRITE FILING-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO FILING-REPORT-LINE.
           WRITE FILING-REPORT-LINE.

      *  THE EXTRACT AND THE LEDGER ARE BOTH IN CUSTOMER ORDER --
      *  EACH PASS TAKES THE LOWER KEY, SO A CUSTOMER WITH ONLY
      *  ON-ACCOUNT MONEY IS SEEN AS WELL AS ONE WITH ONLY ITEMS.
           PERFORM READ-NEXT-INVOICE.
           IF WS-LEDGER-PRESENT
               PERFORM READ-NEXT-LEDGER
           ELSE
               MOVE 'Y' TO WS-LEDGER-EOF-FLAG
               MOVE 999999999 TO WS-LEDGER-KEY
           END-IF.
           PERFORM UNTIL WS-NO-MORE-INVOICES AND WS-NO-MORE-LEDGER
               IF WS-EXTRACT-KEY < WS-LEDGER-KEY
                   MOVE WS-EXTRACT-KEY TO WS-CURRENT-KEY
               ELSE
                   MOVE WS-LEDGER-KEY TO WS-CURRENT-KEY
               END-IF
               ADD 1 TO WS-CUSTOMERS-EXAMINED
               PERFORM EXAMINE-ONE-CUSTOMER THRU
                       EXAMINE-ONE-CUSTOMER-EXIT
           END-PERFORM.

           IF WS-REGISTER-PRESENT
               PERFORM READ-NEXT-REGISTER
               PERFORM UNTIL WS-NO-MORE-REGISTER
                   IF RG-CHECK-UNCLAIMED
                       PERFORM EXAMINE-ONE-UNCLAIMED-CHECK
                   END-IF
                   PERFORM READ-NEXT-REGISTER
               END-PERFORM
           END-IF.

           PERFORM WRITE-FILING-LIST.

           IF WS-CANDIDATE-OVERFLOW > 0
               MOVE WS-CANDIDATE-OVERFLOW TO WS-OVF-COUNT
               WRITE FILING-REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO FILING-REPORT-LINE.
           WRITE FILING-REPORT-LINE.
           MOVE WS-CUSTOMERS-EXAMINED  TO WS-SUM-EXAMINED.
           MOVE WS-CREDITS-FOUND       TO WS-SUM-CREDITS.
           MOVE WS-PROPERTIES-REPORTED TO WS-SUM-REPORTED.
           WRITE FILING-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-LETTERS-WRITTEN     TO WS-SUM-LETTERS.
           MOVE WS-TOTAL-PROPERTY      TO WS-SUM-TOTAL.
           WRITE FILING-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-CHECKS-EXAMINED     TO WS-SUM-CHECKS-EXAMINED.
           MOVE WS-CHECKS-REPORTED     TO WS-SUM-CHECKS-REPORTED.
           WRITE FILING-REPORT-LINE FROM WS-SUMMARY-LINE-3.

           CLOSE INVOICE-EXTRACT-FILE
                 PROPERTY-FILE
                 LETTER-FILE
                 FILING-REPORT-FILE.
           IF WS-LEDGER-PRESENT
               CLOSE ON-ACCOUNT-LEDGER-FILE
           END-IF.
           IF WS-DEMO-PRESENT
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.
           IF WS-LASTPAY-PRESENT
               CLOSE LAST-PAYMENT-FILE
           END-IF.
           IF WS-DORMANCY-PRESENT
               CLOSE DORMANCY-TABLE-FILE
           END-IF.
           IF WS-REGISTER-PRESENT
               CLOSE CHECK-REGISTER-FILE
           END-IF.
           GOBACK.

       READ-ASOF-PARM.
           OPEN INPUT ASOF-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-ASOF-PARM-EXIT
           END-IF.
           READ ASOF-PARM-FILE
               AT END GO TO CLOSE-ASOF-PARM
           END-READ.
           IF AP-AS-OF-DATE NUMERIC AND AP-AS-OF-DATE > 0
               MOVE AP-AS-OF-DATE TO WS-AS-OF-YYYYMMDD
           END-IF.
       CLOSE-ASOF-PARM.
           CLOSE ASOF-PARM-FILE.
       READ-ASOF-PARM-EXIT.
           EXIT.

       READ-NEXT-INVOICE.
           READ INVOICE-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EXTRACT-EOF-FLAG
                   MOVE 999999999 TO WS-EXTRACT-KEY
               NOT AT END
                   MOVE IM-CUSTOMER-NUMBER TO WS-EXTRACT-KEY
           END-READ.

       READ-NEXT-LEDGER.
           READ ON-ACCOUNT-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-FLAG
                   MOVE 999999999 TO WS-LEDGER-KEY
               NOT AT END
                   MOVE OA-CUSTOMER-NUMBER TO WS-LEDGER-KEY
           END-READ.

       READ-NEXT-REGISTER.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-REGISTER-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE CUSTOMER: NET THEIR OPEN ITEMS AND ON-ACCOUNT MONEY, AND  *
      *  IF WHAT IS LEFT IS A CREDIT THAT HAS SAT PAST THE STATE'S     *
      *  DORMANCY PERIOD, REPORT IT.                                   *
      *****************************************************************
       EXAMINE-ONE-CUSTOMER.
           MOVE 0 TO WS-CUSTOMER-CREDIT.
           MOVE 0 TO WS-ON-ACCOUNT-AMOUNT.
           MOVE 0 TO WS-LAST-ACTIVITY-JULIAN.

           PERFORM UNTIL WS-NO-MORE-INVOICES
                   OR WS-EXTRACT-KEY NOT = WS-CURRENT-KEY
               PERFORM NET-ONE-ITEM
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.

           IF NOT WS-NO-MORE-LEDGER AND
              WS-LEDGER-KEY = WS-CURRENT-KEY
               IF OA-ON-ACCOUNT-BALANCE > 0
                   MOVE OA-ON-ACCOUNT-BALANCE TO WS-ON-ACCOUNT-AMOUNT
                   ADD OA-ON-ACCOUNT-BALANCE TO WS-CUSTOMER-CREDIT
               END-IF
               IF OA-LAST-ACTIVITY-DATE > WS-LAST-ACTIVITY-JULIAN
                   MOVE OA-LAST-ACTIVITY-DATE
                       TO WS-LAST-ACTIVITY-JULIAN
               END-IF
               PERFORM READ-NEXT-LEDGER
           END-IF.

           IF WS-CUSTOMER-CREDIT NOT > 0
               GO TO EXAMINE-ONE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-CREDITS-FOUND.

           IF WS-LASTPAY-PRESENT
               MOVE WS-CURRENT-KEY TO LA-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-LASTPAY-FOUND-FLAG
               READ LAST-PAYMENT-FILE
                   INVALID KEY MOVE 'N' TO WS-LASTPAY-FOUND-FLAG
               END-READ
               IF WS-LASTPAY-FOUND AND
                  LA-LAST-PAYMENT-DATE > WS-LAST-ACTIVITY-JULIAN
                   MOVE LA-LAST-PAYMENT-DATE
                       TO WS-LAST-ACTIVITY-JULIAN
               END-IF
           END-IF.

           PERFORM FIND-OWNER-STATE.
           PERFORM LOOK-UP-DORMANCY THRU LOOK-UP-DORMANCY-EXIT.

           IF WS-LAST-ACTIVITY-JULIAN = 0
               MOVE 0 TO WS-LAST-ACTIVITY-YYYYMMDD
           ELSE
               COMPUTE WS-LAST-ACTIVITY-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DAY(
                           WS-LAST-ACTIVITY-JULIAN))
           END-IF.
           PERFORM TEST-DORMANCY.
           IF NOT WS-DORMANT
               GO TO EXAMINE-ONE-CUSTOMER-EXIT
           END-IF.

           PERFORM REPORT-ONE-PROPERTY.

       EXAMINE-ONE-CUSTOMER-EXIT.
           EXIT.

       FIND-OWNER-STATE.
           MOVE 'N' TO WS-DEMO-FOUND-FLAG.
           IF WS-DEMO-PRESENT
               MOVE WS-CURRENT-KEY TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-DEMO-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-DEMO-FOUND AND CD-ADDRESS-STATE NOT = SPACES
               MOVE CD-ADDRESS-STATE TO WS-ADDRESS-STATE
           ELSE
               MOVE '??' TO WS-ADDRESS-STATE
           END-IF.

      *  DORMANT ONCE THE ANNIVERSARY OF THE LAST ACTIVITY, THE
      *  PERIOD'S YEARS ON, HAS PASSED; A 29 FEBRUARY ANNIVERSARY IN
      *  A COMMON YEAR FALLS BACK TO THE 28TH. NO DATED ACTIVITY AT
      *  ALL IS TREATED AS DORMANT.
       TEST-DORMANCY.
           MOVE 'Y' TO WS-DORMANT-FLAG.
           IF WS-LAST-ACTIVITY-YYYYMMDD NOT = 0
               COMPUTE WS-DORMANT-AFTER-YYYYMMDD =
                   WS-LAST-ACTIVITY-YYYYMMDD
                       + WS-DORMANCY-YEARS * 10000
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       WS-DORMANT-AFTER-YYYYMMDD) NOT = 0
                   SUBTRACT 1 FROM WS-DORMANT-AFTER-YYYYMMDD
               END-IF
               IF WS-DORMANT-AFTER-YYYYMMDD > WS-AS-OF-YYYYMMDD
                   MOVE 'N' TO WS-DORMANT-FLAG
               END-IF
           END-IF.

      *  AN UNCASHED REFUND CHECK: THE CHECK AMOUNT IS THE PROPERTY,
      *  OWED TO THE PAYEE, DORMANT FROM THE DAY IT WAS ISSUED.
       EXAMINE-ONE-UNCLAIMED-CHECK.
           ADD 1 TO WS-CHECKS-EXAMINED.
           MOVE RG-CUSTOMER-NUMBER TO WS-CURRENT-KEY.
           MOVE RG-CHECK-AMOUNT    TO WS-CUSTOMER-CREDIT.
           MOVE 0                  TO WS-ON-ACCOUNT-AMOUNT.
           MOVE RG-ISSUE-DATE      TO WS-LAST-ACTIVITY-YYYYMMDD.
           PERFORM FIND-OWNER-STATE.
           PERFORM LOOK-UP-DORMANCY THRU LOOK-UP-DORMANCY-EXIT.
           PERFORM TEST-DORMANCY.
           IF WS-DORMANT
               ADD 1 TO WS-CHECKS-REPORTED
               MOVE RG-BANK-ACCOUNT TO WS-CHECK-BANK-ACCOUNT
               MOVE RG-CHECK-NUMBER TO WS-CHECK-NUMBER
               PERFORM REPORT-ONE-PROPERTY
           END-IF.

      *  A SETTLED ITEM ONLY DATES THE ACTIVITY; AN OPEN CHARGE'S
      *  RESIDUAL (WITH TAX) REDUCES THE CREDIT AND AN OPEN CREDIT
      *  MEMO'S UNAPPLIED RESIDUAL ADDS TO IT. VOIDS CARRY NOTHING.
       NET-ONE-ITEM.
           IF IM-INVOICE-DATE > WS-LAST-ACTIVITY-JULIAN
               MOVE IM-INVOICE-DATE TO WS-LAST-ACTIVITY-JULIAN
           END-IF.
           IF IM-INVOICE-PAID
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN IM-TYPE-CHARGE
                       COMPUTE WS-USD-AMOUNT ROUNDED =
                           (IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT
                               - IM-AMOUNT-PAID)
                               * IM-INVOICE-EXCHANGE-RATE
                       SUBTRACT WS-USD-AMOUNT FROM WS-CUSTOMER-CREDIT
                   WHEN IM-TYPE-CREDIT-MEMO
                       COMPUTE WS-USD-AMOUNT ROUNDED =
                           (IM-INVOICE-AMOUNT - IM-AMOUNT-PAID)
                               * IM-INVOICE-EXCHANGE-RATE
                       ADD WS-USD-AMOUNT TO WS-CUSTOMER-CREDIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *  STATE ROW FIRST, THE SPACES DEFAULT ROW SECOND, THE
      *  COMPILED-IN PERIOD LAST.
       LOOK-UP-DORMANCY.
           MOVE WS-DEFAULT-DORMANCY-YEARS TO WS-DORMANCY-YEARS.
           MOVE WS-DEFAULT-LETTER-MINIMUM TO WS-LETTER-MINIMUM.
           MOVE SPACES TO WS-STATE-NAME.
           IF NOT WS-DORMANCY-PRESENT
               GO TO LOOK-UP-DORMANCY-EXIT
           END-IF.

           MOVE WS-ADDRESS-STATE TO DM-STATE.
           MOVE 'Y' TO WS-DORMANCY-FOUND-FLAG.
           READ DORMANCY-TABLE-FILE
               INVALID KEY MOVE 'N' TO WS-DORMANCY-FOUND-FLAG
           END-READ.
           IF NOT WS-DORMANCY-FOUND
               MOVE SPACES TO DM-STATE
               MOVE 'Y' TO WS-DORMANCY-FOUND-FLAG
               READ DORMANCY-TABLE-FILE
                   INVALID KEY MOVE 'N' TO WS-DORMANCY-FOUND-FLAG
               END-READ
               IF NOT WS-DORMANCY-FOUND
                   GO TO LOOK-UP-DORMANCY-EXIT
               END-IF
           ELSE
               MOVE DM-STATE-NAME TO WS-STATE-NAME
           END-IF.
           MOVE DM-DORMANCY-YEARS TO WS-DORMANCY-YEARS.
           MOVE DM-LETTER-MINIMUM TO WS-LETTER-MINIMUM.

       LOOK-UP-DORMANCY-EXIT.
           EXIT.

       REPORT-ONE-PROPERTY.
           ADD 1 TO WS-PROPERTIES-REPORTED.
           ADD WS-CUSTOMER-CREDIT TO WS-TOTAL-PROPERTY.

           INITIALIZE UNCLAIMED-PROPERTY-RECORD.
           MOVE WS-CURRENT-KEY            TO UC-CUSTOMER-NUMBER.
           MOVE WS-ADDRESS-STATE          TO UC-ADDRESS-STATE.
           MOVE WS-CUSTOMER-CREDIT        TO UC-PROPERTY-AMOUNT.
           IF WS-ON-ACCOUNT-AMOUNT > WS-CUSTOMER-CREDIT
               MOVE WS-CUSTOMER-CREDIT    TO UC-ON-ACCOUNT-PORTION
           ELSE
               MOVE WS-ON-ACCOUNT-AMOUNT  TO UC-ON-ACCOUNT-PORTION
           END-IF.
           MOVE WS-LAST-ACTIVITY-YYYYMMDD TO UC-LAST-ACTIVITY-DATE.
           MOVE WS-AS-OF-YYYYMMDD         TO UC-AS-OF-DATE.
           MOVE 'N'                       TO UC-LETTER-SENT-FLAG.
           MOVE 'P'                       TO UC-REMIT-STATUS.
           MOVE 0                         TO UC-REMITTED-AMOUNT.
           MOVE WS-CHECK-BANK-ACCOUNT     TO UC-BANK-ACCOUNT.
           MOVE WS-CHECK-NUMBER           TO UC-CHECK-NUMBER.
      *  THE PROPERTY IS HELD BY THE CUSTOMER'S OWN COMPANY.
           IF WS-DEMO-FOUND
               MOVE CD-COMPANY-CODE       TO UC-COMPANY-CODE
           END-IF.

      *  A LETTER NEEDS SOMEWHERE TO GO -- AN OWNER WITH NO ADDRESS
      *  ON FILE GOES STRAIGHT TO THE FILING.
           IF WS-DEMO-FOUND AND
              WS-CUSTOMER-CREDIT NOT < WS-LETTER-MINIMUM
               MOVE 'Y' TO UC-LETTER-SENT-FLAG
               PERFORM WRITE-DUE-DILIGENCE-LETTER
           END-IF.
           WRITE UNCLAIMED-PROPERTY-RECORD.

           IF WS-CANDIDATE-COUNT < WS-MAX-CANDIDATES
               ADD 1 TO WS-CANDIDATE-COUNT
               SET WS-CND-IDX TO WS-CANDIDATE-COUNT
               MOVE WS-ADDRESS-STATE
                   TO WS-CND-STATE(WS-CND-IDX)
               MOVE WS-STATE-NAME
                   TO WS-CND-STATE-NAME(WS-CND-IDX)
               MOVE WS-CURRENT-KEY
                   TO WS-CND-CUSTOMER-NUMBER(WS-CND-IDX)
               MOVE WS-CUSTOMER-CREDIT
                   TO WS-CND-AMOUNT(WS-CND-IDX)
               MOVE WS-LAST-ACTIVITY-YYYYMMDD
                   TO WS-CND-LAST-ACTIVITY(WS-CND-IDX)
               MOVE UC-LETTER-SENT-FLAG
                   TO WS-CND-LETTER-FLAG(WS-CND-IDX)
               MOVE 'N' TO WS-CND-PRINTED-FLAG(WS-CND-IDX)
           ELSE
               ADD 1 TO WS-CANDIDATE-OVERFLOW
           END-IF.

       WRITE-DUE-DILIGENCE-LETTER.
           ADD 1 TO WS-LETTERS-WRITTEN.
           MOVE WS-CURRENT-KEY            TO UL-CUSTOMER-NUMBER.
           MOVE WS-CUSTOMER-CREDIT        TO UL-PROPERTY-AMOUNT.
           MOVE WS-LAST-ACTIVITY-YYYYMMDD TO UL-LAST-ACTIVITY-DATE.
           MOVE WS-RESPOND-BY-YYYYMMDD    TO UL-RESPOND-BY-DATE.
           MOVE CD-LAST-NAME              TO UL-LAST-NAME.
           MOVE CD-FIRST-NAME             TO UL-FIRST-NAME.
           MOVE CD-ADDRESS-LINE-1         TO UL-ADDRESS-LINE-1.
           MOVE CD-ADDRESS-LINE-2         TO UL-ADDRESS-LINE-2.
           MOVE CD-ADDRESS-CITY           TO UL-ADDRESS-CITY.
           MOVE CD-ADDRESS-STATE          TO UL-ADDRESS-STATE.
           MOVE CD-ADDRESS-ZIP            TO UL-ADDRESS-ZIP.
           WRITE DUE-DILIGENCE-LETTER-RECORD.

      *****************************************************************
      *  THE STATE FILING LIST: REPEATEDLY PICK THE LOWEST STATE CODE  *
      *  NOT YET PRINTED, LIST EVERY OWNER FILED THERE, AND CLOSE THE  *
      *  STATE WITH ITS TOTAL.                                         *
      *****************************************************************
       WRITE-FILING-LIST.
           MOVE 'Y' TO WS-NEXT-STATE-FOUND-FLAG.
           PERFORM UNTIL NOT WS-NEXT-STATE-FOUND
               MOVE 'N' TO WS-NEXT-STATE-FOUND-FLAG
               MOVE HIGH-VALUES TO WS-NEXT-STATE
               PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                       UNTIL WS-CND-IDX > WS-CANDIDATE-COUNT
                   IF NOT WS-CND-PRINTED(WS-CND-IDX) AND
                      WS-CND-STATE(WS-CND-IDX) < WS-NEXT-STATE
                       MOVE WS-CND-STATE(WS-CND-IDX) TO WS-NEXT-STATE
                       MOVE WS-CND-STATE-NAME(WS-CND-IDX)
                           TO WS-NEXT-STATE-NAME
                       MOVE 'Y' TO WS-NEXT-STATE-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-NEXT-STATE-FOUND
                   PERFORM WRITE-ONE-STATE
               END-IF
           END-PERFORM.

       WRITE-ONE-STATE.
           MOVE WS-NEXT-STATE      TO WS-SHL-STATE.
           MOVE WS-NEXT-STATE-NAME TO WS-SHL-STATE-NAME.
           WRITE FILING-REPORT-LINE FROM WS-STATE-HEADER-LINE.
           MOVE 0 TO WS-STATE-COUNT.
           MOVE 0 TO WS-STATE-TOTAL.

           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CANDIDATE-COUNT
               IF NOT WS-CND-PRINTED(WS-CND-IDX) AND
                  WS-CND-STATE(WS-CND-IDX) = WS-NEXT-STATE
                   MOVE WS-CND-CUSTOMER-NUMBER(WS-CND-IDX)
                       TO WS-DTL-CUSTOMER-NUMBER
                   MOVE WS-CND-AMOUNT(WS-CND-IDX) TO WS-DTL-AMOUNT
                   MOVE WS-CND-LAST-ACTIVITY(WS-CND-IDX)
                       TO WS-DTL-LAST-ACTIVITY
                   IF WS-CND-LETTER-FLAG(WS-CND-IDX) = 'Y'
                       MOVE 'LETTER SENT' TO WS-DTL-LETTER
                   ELSE
                       MOVE 'NO LETTER' TO WS-DTL-LETTER
                   END-IF
                   WRITE FILING-REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-STATE-COUNT
                   ADD WS-CND-AMOUNT(WS-CND-IDX) TO WS-STATE-TOTAL
                   MOVE 'Y' TO WS-CND-PRINTED-FLAG(WS-CND-IDX)
               END-IF
           END-PERFORM.

           MOVE WS-STATE-TOTAL TO WS-STL-AMOUNT.
           MOVE WS-STATE-COUNT TO WS-STL-COUNT.
           WRITE FILING-REPORT-LINE FROM WS-STATE-TOTAL-LINE.
           MOVE SPACES TO FILING-REPORT-LINE.
           WRITE FILING-REPORT-LINE.
