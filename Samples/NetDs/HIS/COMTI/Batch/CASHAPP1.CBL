      * POSTED TO THE ON-ACCOUNT LEDGER (ONACCT.cpy) INSTEAD OF      *
      * BEING LISTED AS UNAPPLIED -- STMTGEN1 SHOWS THE BALANCE AS   *
      * A STATEMENT CREDIT LINE AND INVPOST1 DRAWS IT DOWN WHEN     *
      * THE CUSTOMER'S NEXT CHARGE POSTS. A CHARGE SOLD ON DISCOUNT  *
      * TERMS (TERMSMST.cpy, E.G. 2/10 NET 30) THAT IS PAID INSIDE   *
      * THE DISCOUNT WINDOW AND SHORT BY EXACTLY THE DISCOUNT IS     *
      * SETTLED AND THE DISCOUNT WRITTEN TO THE DISCOUNT-TAKEN       *
      * REGISTER; THE SAME SHORTFALL AFTER THE WINDOW CLOSED STAYS   *
      * OPEN AND GOES ON THE UNEARNED-DISCOUNT REPORT FOR THE        *
      * COLLECTORS.                                                  *
      * A RECEIPT WITH A BLANK INVOICE NUMBER, OR ONE NAMING AN      *
      * INVOICE THE CUSTOMER DOES NOT HAVE, FIRST GOES THROUGH A     *
      * MATCHING PASS AGAINST THE CUSTOMER'S OPEN USD CHARGES --     *
      * EXACT AMOUNT, THEN A COMBINATION, THEN OLDEST-FIRST WITHIN   *
      * THE MATCH TOLERANCE. A HIGH-CONFIDENCE MATCH IS APPLIED ON   *
      * THE SPOT; ANY OTHER SUGGESTION GOES TO THE CSHMTCH.cpy       *
      * REVIEW FILE FOR A CLERK TO ACCEPT OR REJECT (CSHMAPL1 FEEDS  *
      * ACCEPTED ROWS BACK AS RECEIPTS) AND THE MONEY STAYS ON THE   *
      * UNAPPLIED REPORT UNTIL THEN. A PENDING AUTOPAY (ACH) DEBIT   *
      * RECEIPT FROM ACHDEB01 IS APPLIED LIKE ANY OTHER AND COUNTED  *
      * ON ITS OWN SUMMARY LINE -- ACHRTN01 REVERSES IT IF THE BANK  *
      * RETURNS THE DEBIT.                                           *
      * A RECEIPT DATED INTO A FISCAL PERIOD FINANCE HAS CLOSED      *
      * (PERCTL.cpy, THROUGH LOOKUPPERIODSTATUS) IS EITHER LISTED AS *
      * UNAPPLIED OR APPLIED AND BOOKED TO THE FIRST OPEN PERIOD, AS *
      * THE CLOSED PERIOD'S RULE SAYS. A MOVED RECEIPT KEEPS ITS OWN *
      * PAYMENT DATE ON THE HISTORY AND CARRIES THE POSTING DATE IN  *
      * PH-APPLICATION-DATE.                                         *
      * A RECEIPT TAKEN BY THE SENDPAY ONLINE INTAKE HAS ITS         *
      * PAYSUB.cpy STATUS ROW MARKED APPLIED, OR UNAPPLIED WITH THE  *
      * FIRST REASON ANY OF ITS MONEY WENT TO THE UNAPPLIED REPORT,  *
      * FOR THE CLIENT'S PAYINQ INQUIRY.                             *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHAPP1.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PAYMENT-TERMS-FILE ASSIGN TO TERMSMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-TERMS-CODE
               FILE STATUS IS WS-TERMS-STATUS.
           SELECT DISCOUNT-REGISTER-FILE ASSIGN TO DISCRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNEARNED-REPORT-FILE ASSIGN TO UNERNRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-REVIEW-FILE ASSIGN TO CSHMREV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-REGISTER-FILE ASSIGN TO MTCHRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-SUBMISSION-FILE ASSIGN TO PAYSUB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-PAYSUB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOLERANCE-PARM-FILE.
       01  TOLERANCE-PARM-RECORD.
           05  CP-SHORTPAY-TOLERANCE         PIC 9(3)V9(2).
           05  CP-MATCH-TOLERANCE            PIC 9(5)V9(2).
           05  FILLER                        PIC X(68).

       FD  TOLERANCE-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       FD  ON-ACCOUNT-LEDGER-FILE.
           COPY ONACCT.

       FD  PAYMENT-TERMS-FILE.
           COPY TERMSMST.

       FD  DISCOUNT-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DISCOUNT-REGISTER-LINE            PIC X(132).

       FD  UNEARNED-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  UNEARNED-REPORT-LINE              PIC X(132).

       FD  MATCH-REVIEW-FILE.
           COPY CSHMTCH.

       FD  MATCH-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MATCH-REGISTER-LINE               PIC X(132).

       FD  PAYMENT-SUBMISSION-FILE.
           COPY PAYSUB.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECEIPTS           VALUE 'Y'.

       01  WS-EXCEPTION-REASON               PIC X(40).

      *  A RECEIPT CARRYING A SUBMISSION KEY CAME THROUGH THE
      *  SENDPAY INTAKE. THE KEY IS SAVED BEFORE THE RECEIPT IS
      *  WORKED (MATCHING REWRITES THE RECEIPT FIELDS), AND THE
      *  FIRST UNAPPLIED-CASH REASON IS KEPT, SO THE PAYSUB ROW CAN
      *  BE FLIPPED TO APPLIED, OR UNAPPLIED WITH THE REASON, ONCE
      *  THE RECEIPT IS DONE. NO STATUS FILE JUST MEANS NO ONLINE
      *  PAYMENTS HAVE BEEN TAKEN YET.
       01  WS-PAYSUB-STATUS                  PIC X(2).
           88  WS-PAYSUB-STATUS-OK           VALUE '00'.
       01  WS-PAYSUB-OPEN-FLAG               PIC X VALUE 'N'.
           88  WS-PAYSUB-OPEN                VALUE 'Y'.
       01  WS-PAYSUB-FOUND-FLAG              PIC X.
           88  WS-PAYSUB-FOUND               VALUE 'Y'.
       01  WS-RECEIPT-SUBMISSION-KEY.
           05  WS-RCS-SUBMISSION-ID          PIC X(13).
           05  WS-RCS-SUBMISSION-ROW         PIC 9(2).
       01  WS-RECEIPT-CUSTOMER-NUMBER        PIC 9(9).
       01  WS-RECEIPT-INVOICE-NUMBER         PIC 9(10).
       01  WS-RECEIPT-AMOUNT                 PIC S9(13)V9(2) COMP-3.
       01  WS-RECEIPT-REFERENCE              PIC X(12).
       01  WS-RECEIPT-UNAPPLIED-FLAG         PIC X.
           88  WS-RECEIPT-UNAPPLIED          VALUE 'Y'.
       01  WS-SUBMISSION-REASON              PIC X(40).

      *  A RECEIPT THAT NAMES THE COMPANY IT WAS REMITTED TO PAYS
      *  ONLY THAT COMPANY'S INVOICES. SPACES ON AN INVOICE MEAN
      *  THE HOME COMPANY.
       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.
       01  WS-INVOICE-COMPANY-CODE           PIC X(2).

      *  THE FISCAL-PERIOD CHECK ON EACH RECEIPT'S PAYMENT DATE.
      *  WS-PAYMENT-POSTING-DATE STAYS ZERO UNLESS THE RECEIPT WAS
      *  MOVED OUT OF A CLOSED PERIOD -- ZERO LETS WRITEPAYHISTORY
      *  STAMP THE APPLICATION DATE WITH TODAY, AS ALWAYS.
       01  WS-PERIOD-ACTIVITY-DATE           PIC 9(7).
       01  WS-PERIOD-POSTING-DATE            PIC 9(7).
       01  WS-PERIOD-STATUS-CODE             PIC X(1).
       01  WS-PERLKP-STATUS                  PIC X(2).
           88  WS-PERLKP-MOVED               VALUE '08'.
           88  WS-PERLKP-REJECTED            VALUE '12'.
       01  WS-PAYMENT-POSTING-DATE           PIC 9(7) VALUE 0.

      *
      *  INCREMENTAL OPEN-BALANCE SUMMARY MAINTENANCE -- EVERY
      *  MASTER CHANGE THIS JOB JOURNALS ALSO MOVES THE CUSTOMER'S
       01  WS-RATELKP-STATUS                 PIC X(2).
           88  WS-RATELKP-OK                 VALUE '00'.

      *
      *  PROMPT-PAYMENT DISCOUNT -- THE INVOICE'S IM-TERMS-CODE IS
      *  LOOKED UP ON THE TERMS MASTER AND THE DISCOUNT IS THE
      *  PERCENT OF THE NET INVOICE AMOUNT (SALES TAX IS NEVER
      *  DISCOUNTED). A RECEIPT DATED WITHIN PT-DISCOUNT-DAYS OF
      *  THE INVOICE DATE THAT LEAVES EXACTLY THE DISCOUNT OPEN HAS
      *  EARNED IT; THE SAME SHORTFALL ON A LATER RECEIPT IS AN
      *  UNEARNED DISCOUNT AND STAYS OPEN -- THE SHORT-PAY
      *  TOLERANCE DOES NOT GET TO SWALLOW IT. NO TERMS MASTER
      *  MEANS NO DISCOUNTS, EXACTLY THE OLD BEHAVIOR.
      *
       01  WS-TERMS-STATUS                   PIC X(2).
           88  WS-TERMS-STATUS-OK            VALUE '00'.
       01  WS-TERMS-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-TERMS-FILE-PRESENT         VALUE 'Y'.
       01  WS-TERMS-FOUND-FLAG               PIC X.
           88  WS-TERMS-FOUND                VALUE 'Y'.
       01  WS-DISCOUNT-FLAG                  PIC X.
           88  WS-DISCOUNT-EARNED            VALUE 'E'.
           88  WS-DISCOUNT-UNEARNED          VALUE 'U'.
           88  WS-DISCOUNT-NOT-APPLICABLE    VALUE 'N'.
       01  WS-DISCOUNT-AMOUNT                PIC S9(13)V9(2) COMP-3.
       01  WS-DISCOUNT-DEADLINE              PIC S9(9) COMP.
       01  WS-PAYMENT-INTEGER-DATE           PIC S9(9) COMP.

      *
      *  CASH MATCHING -- A RECEIPT WHOSE PR-INVOICE-NUMBER IS
      *  BLANK OR NAMES NO INVOICE OF THAT CUSTOMER IS MATCHED
      *  AGAINST THE CUSTOMER'S OPEN USD CHARGES (THE SAME
      *  ELIGIBILITY AS LOCKBOX1'S ALLOCATION -- THE RECEIPT
      *  CARRIES NO CURRENCY, SO A NON-USD RESIDUAL IS NEVER A
      *  SAFE GUESS), LOADED OLDEST-INVOICE-FIRST. THE TRIES, IN
      *  ORDER, AND THE CONFIDENCE EACH EARNS:
      *    EXACT   ONE OPEN RESIDUAL EQUALS THE PAYMENT -- HIGH
      *            WHEN IT IS THE ONLY ONE, MEDIUM WHEN SEVERAL
      *            SHARE THE AMOUNT (THE OLDEST IS SUGGESTED)
      *    COMBO   TWO OR THREE OPEN RESIDUALS SUM TO IT -- MEDIUM
      *    OLDEST  OLDEST-FIRST APPLICATION FOOTS TO THE PAYMENT
      *            WITHIN THE MATCH TOLERANCE -- LOW
      *  HIGH IS APPLIED HERE THROUGH THE NORMAL PATH; MEDIUM AND
      *  LOW GO TO THE REVIEW FILE. THE TOLERANCE COMES FROM THE
      *  SAME CASHPARM RECORD AS THE SHORT-PAY TOLERANCE; ZERO
      *  (THE DEFAULT) MEANS OLDEST-FIRST MUST FOOT EXACTLY. ONLY
      *  THE FIRST 50 OPEN CHARGES OF A CUSTOMER ARE CONSIDERED.
      *
       01  WS-MATCH-TOLERANCE                PIC 9(5)V9(2) VALUE 0.
       01  WS-MATCH-NEEDED-FLAG              PIC X.
           88  WS-MATCH-NEEDED               VALUE 'Y'.
       01  WS-MORE-OPEN-ITEMS                PIC X.
           88  MORE-OPEN-ITEMS               VALUE 'Y'.
       01  WS-MAX-OPEN-ITEMS                 PIC 9(4) COMP VALUE 50.
       01  WS-OPEN-ITEM-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-OPEN-ITEM-TABLE.
           05  WS-OPEN-ITEM-ENTRY OCCURS 50 TIMES.
               10  WS-OPN-INVOICE-NUMBER     PIC 9(10).
               10  WS-OPN-RESIDUAL           PIC S9(13)V9(2) COMP-3.
       01  WS-MATCH-X                        PIC 9(4) COMP.
       01  WS-MATCH-Y                        PIC 9(4) COMP.
       01  WS-MATCH-Z                        PIC 9(4) COMP.
       01  WS-MATCH-SLOT                     PIC 9(4) COMP.
       01  WS-EXACT-HITS                     PIC 9(4) COMP.
       01  WS-MATCH-SUM                      PIC S9(13)V9(2) COMP-3.
       01  WS-MATCH-REMAINING                PIC S9(13)V9(2) COMP-3.
       01  WS-MATCH-SHORTFALL                PIC S9(13)V9(2) COMP-3.
       01  WS-MATCH-RECEIPT-AMOUNT           PIC S9(13)V9(2) COMP-3.
       01  WS-MATCH-ORIGINAL-INVOICE         PIC X(10).
       01  WS-MATCH-METHOD                   PIC X(1).
       01  WS-MATCH-CONFIDENCE               PIC X(1).
           88  WS-MATCH-HIGH                 VALUE 'H'.
           88  WS-MATCH-SUGGESTED            VALUE 'M' 'L'.
           88  WS-MATCH-NONE                 VALUE SPACE.
       01  WS-ALLOCATION-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-ALLOCATION-TABLE.
           05  WS-ALLOCATION-ENTRY OCCURS 50 TIMES.
               10  WS-ALC-INVOICE-NUMBER     PIC 9(10).
               10  WS-ALC-RESIDUAL           PIC S9(13)V9(2) COMP-3.
               10  WS-ALC-AMOUNT             PIC S9(13)V9(2) COMP-3.

      *  BEFORE/AFTER IMAGES FOR THE INVOICE-MASTER JOURNAL -- EVERY
      *  SETTLEMENT REWRITE GOES THROUGH WRITEINVJOURNAL SO INVRCVR1
      *  CAN ROLL A RESTORED MASTER FORWARD.
       01  WS-JOURNAL-ACTION                 PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                PIC X(8)
                                              VALUE 'CASHAPP1'.
       01  WS-JOURNAL-BEFORE                 PIC X(4256).
       01  WS-JOURNAL-AFTER                  PIC X(4256).

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).
           05  WS-RECOVERIES-APPLIED         PIC 9(9) COMP VALUE 0.
           05  WS-CASH-RECOVERED             PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-DISCOUNTS-EARNED           PIC 9(9) COMP VALUE 0.
           05  WS-DISCOUNT-EARNED-TOTAL      PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-DISCOUNTS-UNEARNED         PIC 9(9) COMP VALUE 0.
           05  WS-DISCOUNT-UNEARNED-TOTAL    PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-RECEIPTS-AUTO-MATCHED      PIC 9(9) COMP VALUE 0.
           05  WS-CASH-AUTO-MATCHED          PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-RECEIPTS-FOR-REVIEW        PIC 9(9) COMP VALUE 0.
           05  WS-CASH-FOR-REVIEW            PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-RECEIPTS-NOT-MATCHED       PIC 9(9) COMP VALUE 0.
           05  WS-ACH-RECEIPTS-APPLIED       PIC 9(9) COMP VALUE 0.
           05  WS-RECEIPTS-PERIOD-MOVED      PIC 9(9) COMP VALUE 0.
           05  WS-ACH-CASH-APPLIED           PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'CASH TO ON-ACCOUNT:     '.
           05  WS-SUM-CASH-ON-ACCT           PIC -(12)9.99.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                        PIC X(24)
               VALUE 'ACH DEBITS APPLIED:     '.
           05  WS-SUM-ACH-APPLIED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'ACH CASH, PENDING BANK: '.
           05  WS-SUM-ACH-CASH               PIC -(12)9.99.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                        PIC X(24)
               VALUE 'MOVED TO OPEN PERIOD:   '.
           05  WS-SUM-PERIOD-MOVED           PIC ZZZ,ZZZ,ZZ9.

       01  WS-RECOVERY-TITLE-LINE.
           05  FILLER                        PIC X(44)
               VALUE 'WRITE-OFF RECOVERY REGISTER'.
               VALUE 'CASH RECOVERED:         '.
           05  WS-RCV-SUM-AMOUNT             PIC -(12)9.99.

       01  WS-DISCOUNT-TITLE-LINE.
           05  FILLER                        PIC X(44)
               VALUE 'PROMPT-PAYMENT DISCOUNT-TAKEN REGISTER'.

       01  WS-UNEARNED-TITLE-LINE.
           05  FILLER                        PIC X(44)
               VALUE 'UNEARNED DISCOUNT REPORT FOR COLLECTION'.

      *  ONE LAYOUT SERVES BOTH DISCOUNT REPORTS -- THE DAYS FIGURE
      *  IS DAYS FROM INVOICE DATE TO PAYMENT DATE, SET AGAINST
      *  THE TERMS' DISCOUNT WINDOW.
       01  WS-DISCOUNT-DETAIL-LINE.
           05  WS-DSC-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DSC-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DSC-TERMS-CODE             PIC X(4).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DSC-PAYMENT-AMOUNT         PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9)
               VALUE 'DISCOUNT '.
           05  WS-DSC-DISCOUNT-AMOUNT        PIC -(9)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9)
               VALUE 'PAID DAY '.
           05  WS-DSC-DAYS-TO-PAY            PIC -ZZ,ZZ9.
           05  FILLER                        PIC X(8)
               VALUE ' WINDOW '.
           05  WS-DSC-DISCOUNT-DAYS          PIC ZZ9.

       01  WS-DISCOUNT-SUMMARY-LINE.
           05  WS-DSC-SUM-LABEL-1            PIC X(24).
           05  WS-DSC-SUM-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'TOTAL DISCOUNT:         '.
           05  WS-DSC-SUM-AMOUNT             PIC -(12)9.99.

       01  WS-MATCH-TITLE-LINE.
           05  FILLER                        PIC X(44)
               VALUE 'CASH MATCHING REGISTER'.

      *  ONE LINE PER INVOICE A MATCHED RECEIPT WOULD PAY -- THE
      *  METHOD AND CONFIDENCE CODES ARE THE CSHMTCH.cpy ONES.
       01  WS-MATCH-DETAIL-LINE.
           05  WS-MTC-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-MTC-REFERENCE              PIC X(12).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-MTC-RECEIPT-AMOUNT         PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-MTC-METHOD                 PIC X(1).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-MTC-CONFIDENCE             PIC X(1).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-MTC-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-MTC-APPLY-AMOUNT           PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-MTC-DISPOSITION            PIC X(24).

       01  WS-MATCH-SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'RECEIPTS AUTO-MATCHED:  '.
           05  WS-MTC-SUM-AUTO               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'SENT FOR REVIEW:        '.
           05  WS-MTC-SUM-REVIEW             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(21)
               VALUE 'NO MATCH FOUND:      '.
           05  WS-MTC-SUM-NONE               PIC ZZZ,ZZZ,ZZ9.

       01  WS-MATCH-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'CASH AUTO-MATCHED:      '.
           05  WS-MTC-SUM-CASH-AUTO          PIC -(12)9.99.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'CASH SENT FOR REVIEW:   '.
           05  WS-MTC-SUM-CASH-REVIEW        PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-TOLERANCE-PARM THRU
                OUTPUT UNAPPLIED-REPORT-FILE
                       TOLERANCE-REGISTER-FILE
                       RECOVERY-TRANSACTION-FILE
                       RECOVERY-REGISTER-FILE
                       DISCOUNT-REGISTER-FILE
                       UNEARNED-REPORT-FILE
                       MATCH-REVIEW-FILE
                       MATCH-REGISTER-FILE.
           WRITE TOLERANCE-REGISTER-LINE FROM WS-TOLERANCE-TITLE-LINE.
           MOVE SPACES TO TOLERANCE-REGISTER-LINE.
           WRITE TOLERANCE-REGISTER-LINE.
           WRITE RECOVERY-REGISTER-LINE FROM WS-RECOVERY-TITLE-LINE.
           MOVE SPACES TO RECOVERY-REGISTER-LINE.
           WRITE RECOVERY-REGISTER-LINE.
           WRITE DISCOUNT-REGISTER-LINE FROM WS-DISCOUNT-TITLE-LINE.
           MOVE SPACES TO DISCOUNT-REGISTER-LINE.
           WRITE DISCOUNT-REGISTER-LINE.
           WRITE UNEARNED-REPORT-LINE FROM WS-UNEARNED-TITLE-LINE.
           MOVE SPACES TO UNEARNED-REPORT-LINE.
           WRITE UNEARNED-REPORT-LINE.
           WRITE MATCH-REGISTER-LINE FROM WS-MATCH-TITLE-LINE.
           MOVE SPACES TO MATCH-REGISTER-LINE.
           WRITE MATCH-REGISTER-LINE.

      *  FIRST EVER ON-ACCOUNT POSTING CREATES THE LEDGER -- SAME
      *  CREATE-AND-CARRY-ON FALLBACK AS WRITEPAYHISTORY'S.
               CLOSE CURRENCY-RATE-FILE
           END-IF.

           OPEN INPUT PAYMENT-TERMS-FILE.
           IF WS-TERMS-STATUS-OK
               SET WS-TERMS-FILE-PRESENT TO TRUE
           ELSE
               CLOSE PAYMENT-TERMS-FILE
           END-IF.

           OPEN I-O PAYMENT-SUBMISSION-FILE.
           IF WS-PAYSUB-STATUS-OK
               SET WS-PAYSUB-OPEN TO TRUE
           ELSE
               CLOSE PAYMENT-SUBMISSION-FILE
           END-IF.

      *  THE FX LOG ACCUMULATES ACROSS THE MONTH FOR FXRPT01 --
      *  EXTEND WITH THE USUAL FIRST-EVER CREATE FALLBACK.
           OPEN EXTEND REALIZED-FX-FILE.
               OPEN OUTPUT REALIZED-FX-FILE
           END-IF.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-MODIFICATION-STAMP.
           COMPUTE WS-TODAY-JULIAN =
           PERFORM READ-NEXT-RECEIPT.
           PERFORM UNTIL WS-NO-MORE-RECEIPTS
               ADD 1 TO WS-RECEIPTS-READ
               MOVE PR-SUBMISSION-KEY    TO WS-RECEIPT-SUBMISSION-KEY
               MOVE PR-CUSTOMER-NUMBER   TO WS-RECEIPT-CUSTOMER-NUMBER
               MOVE PR-PAYMENT-AMOUNT    TO WS-RECEIPT-AMOUNT
               MOVE PR-PAYMENT-REFERENCE TO WS-RECEIPT-REFERENCE
               MOVE 0 TO WS-RECEIPT-INVOICE-NUMBER
               IF PR-INVOICE-NUMBER NUMERIC
                   MOVE PR-INVOICE-NUMBER TO WS-RECEIPT-INVOICE-NUMBER
               END-IF
               MOVE 'N'    TO WS-RECEIPT-UNAPPLIED-FLAG
               MOVE SPACES TO WS-SUBMISSION-REASON
               PERFORM MATCH-OR-APPLY-RECEIPT THRU
                       MATCH-OR-APPLY-RECEIPT-EXIT
               IF WS-PAYSUB-OPEN AND WS-RCS-SUBMISSION-ID NOT = SPACES
                   PERFORM RECORD-SUBMISSION-RESULT
               END-IF
               PERFORM READ-NEXT-RECEIPT
           END-PERFORM.

           MOVE WS-RECEIPTS-ON-ACCOUNT TO WS-SUM-ON-ACCOUNT.
           MOVE WS-CASH-ON-ACCOUNT     TO WS-SUM-CASH-ON-ACCT.
           WRITE UNAPPLIED-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-ACH-RECEIPTS-APPLIED TO WS-SUM-ACH-APPLIED.
           MOVE WS-ACH-CASH-APPLIED     TO WS-SUM-ACH-CASH.
           WRITE UNAPPLIED-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-RECEIPTS-PERIOD-MOVED TO WS-SUM-PERIOD-MOVED.
           WRITE UNAPPLIED-REPORT-LINE FROM WS-SUMMARY-LINE-5.

           MOVE SPACES TO TOLERANCE-REGISTER-LINE.
           WRITE TOLERANCE-REGISTER-LINE.
           WRITE RECOVERY-REGISTER-LINE
               FROM WS-RECOVERY-SUMMARY-LINE.

           MOVE SPACES TO DISCOUNT-REGISTER-LINE.
           WRITE DISCOUNT-REGISTER-LINE.
           MOVE 'DISCOUNTS EARNED:       ' TO WS-DSC-SUM-LABEL-1.
           MOVE WS-DISCOUNTS-EARNED       TO WS-DSC-SUM-COUNT.
           MOVE WS-DISCOUNT-EARNED-TOTAL  TO WS-DSC-SUM-AMOUNT.
           WRITE DISCOUNT-REGISTER-LINE
               FROM WS-DISCOUNT-SUMMARY-LINE.

           MOVE SPACES TO UNEARNED-REPORT-LINE.
           WRITE UNEARNED-REPORT-LINE.
           MOVE 'DISCOUNTS NOT EARNED:   ' TO WS-DSC-SUM-LABEL-1.
           MOVE WS-DISCOUNTS-UNEARNED     TO WS-DSC-SUM-COUNT.
           MOVE WS-DISCOUNT-UNEARNED-TOTAL TO WS-DSC-SUM-AMOUNT.
           WRITE UNEARNED-REPORT-LINE
               FROM WS-DISCOUNT-SUMMARY-LINE.

           MOVE SPACES TO MATCH-REGISTER-LINE.
           WRITE MATCH-REGISTER-LINE.
           MOVE WS-RECEIPTS-AUTO-MATCHED TO WS-MTC-SUM-AUTO.
           MOVE WS-RECEIPTS-FOR-REVIEW   TO WS-MTC-SUM-REVIEW.
           MOVE WS-RECEIPTS-NOT-MATCHED  TO WS-MTC-SUM-NONE.
           WRITE MATCH-REGISTER-LINE FROM WS-MATCH-SUMMARY-LINE-1.
           MOVE WS-CASH-AUTO-MATCHED     TO WS-MTC-SUM-CASH-AUTO.
           MOVE WS-CASH-FOR-REVIEW       TO WS-MTC-SUM-CASH-REVIEW.
           WRITE MATCH-REGISTER-LINE FROM WS-MATCH-SUMMARY-LINE-2.

           IF WS-RATE-OPEN
               CLOSE CURRENCY-RATE-FILE
           END-IF.
           IF WS-TERMS-FILE-PRESENT
               CLOSE PAYMENT-TERMS-FILE
           END-IF.
           IF WS-PAYSUB-OPEN
               CLOSE PAYMENT-SUBMISSION-FILE
           END-IF.
           CLOSE PAYMENT-RECEIPT-FILE
                 INVOICE-MASTER-FILE
                 ON-ACCOUNT-LEDGER-FILE
                 TOLERANCE-REGISTER-FILE
                 RECOVERY-TRANSACTION-FILE
                 RECOVERY-REGISTER-FILE
                 DISCOUNT-REGISTER-FILE
                 UNEARNED-REPORT-FILE
                 MATCH-REVIEW-FILE
                 MATCH-REGISTER-FILE
                 REALIZED-FX-FILE.
           GOBACK.

              CP-SHORTPAY-TOLERANCE > 0
               MOVE CP-SHORTPAY-TOLERANCE TO WS-SHORTPAY-TOLERANCE
           END-IF.
           IF CP-MATCH-TOLERANCE NUMERIC AND
              CP-MATCH-TOLERANCE > 0
               MOVE CP-MATCH-TOLERANCE TO WS-MATCH-TOLERANCE
           END-IF.
       CLOSE-TOLERANCE-PARM.
           CLOSE TOLERANCE-PARM-FILE.
       READ-TOLERANCE-PARM-EXIT.
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  DECIDE WHETHER THE RECEIPT'S INVOICE REFERENCE IS USABLE. A   *
      *  BLANK ONE, OR ONE NAMING NO INVOICE OF THIS CUSTOMER, GOES    *
      *  THROUGH THE MATCHING PASS FIRST; EVERY OTHER RECEIPT TAKES    *
      *  THE NORMAL APPLICATION PATH UNTOUCHED.                        *
      *****************************************************************
       MATCH-OR-APPLY-RECEIPT.
           MOVE 0 TO WS-PAYMENT-POSTING-DATE.
           PERFORM CHECK-RECEIPT-PERIOD.
           IF WS-PERLKP-REJECTED
               IF PR-INVOICE-NUMBER NOT NUMERIC
                   MOVE 0 TO PR-INVOICE-NUMBER
               END-IF
               MOVE 'PAYMENT DATED INTO A CLOSED PERIOD'
                   TO WS-EXCEPTION-REASON
               PERFORM REPORT-UNAPPLIED-RECEIPT
               GO TO MATCH-OR-APPLY-RECEIPT-EXIT
           END-IF.

           MOVE 'N' TO WS-MATCH-NEEDED-FLAG.
           IF PR-CUSTOMER-NUMBER NUMERIC AND PR-PAYMENT-AMOUNT > 0
               IF PR-INVOICE-NUMBER NOT NUMERIC
                   MOVE 'Y' TO WS-MATCH-NEEDED-FLAG
               ELSE
                   IF PR-INVOICE-NUMBER NOT = 0
                       MOVE PR-CUSTOMER-NUMBER TO IM-CUSTOMER-NUMBER
                       MOVE PR-INVOICE-NUMBER  TO IM-INVOICE-NUMBER
                       READ INVOICE-MASTER-FILE
                           INVALID KEY
                               MOVE 'Y' TO WS-MATCH-NEEDED-FLAG
                       END-READ
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-MATCH-NEEDED
               PERFORM APPLY-ONE-RECEIPT THRU APPLY-ONE-RECEIPT-EXIT
               GO TO MATCH-OR-APPLY-RECEIPT-EXIT
           END-IF.

           MOVE PR-INVOICE-NUMBER TO WS-MATCH-ORIGINAL-INVOICE.
           MOVE PR-PAYMENT-AMOUNT TO WS-MATCH-RECEIPT-AMOUNT.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM FIND-CASH-MATCH THRU FIND-CASH-MATCH-EXIT.

           IF WS-MATCH-HIGH
               PERFORM APPLY-MATCHED-RECEIPT
               GO TO MATCH-OR-APPLY-RECEIPT-EXIT
           END-IF.

           IF WS-MATCH-SUGGESTED
               PERFORM SEND-MATCH-FOR-REVIEW
               GO TO MATCH-OR-APPLY-RECEIPT-EXIT
           END-IF.

      *  NOTHING MATCHED. A WRONG REFERENCE TAKES THE NORMAL PATH
      *  AND LANDS ON THE UNAPPLIED REPORT EXACTLY AS BEFORE; A
      *  BLANK ONE HAS NO KEY TO LOOK UP AND IS REPORTED DIRECTLY
      *  UNDER INVOICE ZERO -- IT MUST NOT FALL INTO THE INVOICE-
      *  ZERO ON-ACCOUNT RULE, SINCE NOBODY DECIDED IT WAS
      *  ON-ACCOUNT MONEY.
           ADD 1 TO WS-RECEIPTS-NOT-MATCHED.
           IF PR-INVOICE-NUMBER NUMERIC
               PERFORM APPLY-ONE-RECEIPT THRU APPLY-ONE-RECEIPT-EXIT
           ELSE
               MOVE 0 TO PR-INVOICE-NUMBER
               MOVE 'NO INVOICE NUMBER AND NO MATCH FOUND'
                   TO WS-EXCEPTION-REASON
               PERFORM REPORT-UNAPPLIED-RECEIPT
           END-IF.

       MATCH-OR-APPLY-RECEIPT-EXIT.
           EXIT.

      *  THE PAYMENT DATE DECIDES THE PERIOD. A RECEIPT MOVED OUT
      *  OF A CLOSED PERIOD IS COUNTED HERE WHETHER OR NOT IT GOES
      *  ON TO APPLY -- THE MOVE IS A FACT ABOUT THE RECEIPT.
       CHECK-RECEIPT-PERIOD.
           IF PR-PAYMENT-DATE NOT NUMERIC
               MOVE 0 TO WS-PERIOD-ACTIVITY-DATE
           ELSE
               MOVE PR-PAYMENT-DATE TO WS-PERIOD-ACTIVITY-DATE
           END-IF.

           CALL 'LOOKUPPERIODSTATUS' USING WS-PERIOD-ACTIVITY-DATE
                                           WS-PERIOD-POSTING-DATE
                                           WS-PERIOD-STATUS-CODE
                                           WS-PERLKP-STATUS.

           IF WS-PERLKP-MOVED
               MOVE WS-PERIOD-POSTING-DATE TO WS-PAYMENT-POSTING-DATE
               ADD 1 TO WS-RECEIPTS-PERIOD-MOVED
           END-IF.

      *  WALK THE CUSTOMER'S INVOICES IN KEY ORDER (OLDEST BILLING
      *  FIRST, AS LOCKBOX1 DOES) AND TABLE EACH OPEN USD CHARGE'S
      *  RESIDUAL.
       LOAD-OPEN-ITEMS.
           MOVE 0 TO WS-OPEN-ITEM-COUNT.
           MOVE PR-CUSTOMER-NUMBER TO IM-CUSTOMER-NUMBER.
           MOVE LOW-VALUES TO IM-INVOICE-NUMBER.
           MOVE 'Y' TO WS-MORE-OPEN-ITEMS.

           START INVOICE-MASTER-FILE KEY IS NOT LESS THAN IM-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-OPEN-ITEMS
           END-START.

           PERFORM UNTIL NOT MORE-OPEN-ITEMS
               READ INVOICE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-OPEN-ITEMS
               END-READ

               IF MORE-OPEN-ITEMS
                   IF IM-CUSTOMER-NUMBER = PR-CUSTOMER-NUMBER
                       PERFORM LOAD-ONE-OPEN-ITEM
                   ELSE
                       MOVE 'N' TO WS-MORE-OPEN-ITEMS
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-ONE-OPEN-ITEM.
           MOVE IM-COMPANY-CODE TO WS-INVOICE-COMPANY-CODE.
           IF WS-INVOICE-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY-CODE TO WS-INVOICE-COMPANY-CODE
           END-IF.
           IF IM-INVOICE-PAID OR IM-TYPE-VOID OR
              NOT IM-TYPE-CHARGE OR
              IM-INVOICE-CURRENCY-CODE NOT = 'USD' OR
              (PR-COMPANY-CODE NOT = SPACES AND
               PR-COMPANY-CODE NOT = WS-INVOICE-COMPANY-CODE)
               CONTINUE
           ELSE
               COMPUTE WS-MATCH-SUM =
                   IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT
                       - IM-AMOUNT-PAID
               IF WS-MATCH-SUM > 0 AND
                  WS-OPEN-ITEM-COUNT < WS-MAX-OPEN-ITEMS
                   ADD 1 TO WS-OPEN-ITEM-COUNT
                   MOVE IM-INVOICE-NUMBER
                       TO WS-OPN-INVOICE-NUMBER (WS-OPEN-ITEM-COUNT)
                   MOVE WS-MATCH-SUM
                       TO WS-OPN-RESIDUAL (WS-OPEN-ITEM-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      *  TRY THE THREE MATCHING RULES IN ORDER AND STOP AT THE FIRST   *
      *  THAT FITS, LEAVING THE INVOICES AND AMOUNTS IT WOULD PAY IN   *
      *  THE ALLOCATION TABLE. NO FIT LEAVES THE CONFIDENCE BLANK.     *
      *****************************************************************
       FIND-CASH-MATCH.
           MOVE SPACE TO WS-MATCH-CONFIDENCE.
           MOVE SPACE TO WS-MATCH-METHOD.
           MOVE 0 TO WS-ALLOCATION-COUNT.
           IF WS-OPEN-ITEM-COUNT = 0
               GO TO FIND-CASH-MATCH-EXIT
           END-IF.

      *  EXACT -- EVERY OPEN RESIDUAL EQUAL TO THE PAYMENT IS
      *  COUNTED AND THE OLDEST KEPT. ONLY A UNIQUE HIT IS SURE
      *  ENOUGH TO APPLY WITHOUT A CLERK LOOKING AT IT.
           MOVE 0 TO WS-EXACT-HITS.
           PERFORM VARYING WS-MATCH-X FROM 1 BY 1
                   UNTIL WS-MATCH-X > WS-OPEN-ITEM-COUNT
               IF WS-OPN-RESIDUAL (WS-MATCH-X) =
                  WS-MATCH-RECEIPT-AMOUNT
                   ADD 1 TO WS-EXACT-HITS
                   IF WS-EXACT-HITS = 1
                       MOVE WS-MATCH-X TO WS-MATCH-SLOT
                       PERFORM ADD-ALLOCATION
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EXACT-HITS > 0
               MOVE 'E' TO WS-MATCH-METHOD
               IF WS-EXACT-HITS = 1
                   MOVE 'H' TO WS-MATCH-CONFIDENCE
               ELSE
                   MOVE 'M' TO WS-MATCH-CONFIDENCE
               END-IF
               GO TO FIND-CASH-MATCH-EXIT
           END-IF.

      *  COMBINATION -- ANY TWO OPEN RESIDUALS, THEN ANY THREE,
      *  SUMMING EXACTLY TO THE PAYMENT. THE FIRST FIT FOUND
      *  (OLDEST INVOICES FIRST) IS THE ONE SUGGESTED.
           PERFORM VARYING WS-MATCH-X FROM 2 BY 1
                   UNTIL WS-MATCH-X > WS-OPEN-ITEM-COUNT
                      OR WS-ALLOCATION-COUNT > 0
               PERFORM VARYING WS-MATCH-Y FROM 1 BY 1
                       UNTIL WS-MATCH-Y NOT < WS-MATCH-X
                          OR WS-ALLOCATION-COUNT > 0
                   IF WS-OPN-RESIDUAL (WS-MATCH-Y) +
                      WS-OPN-RESIDUAL (WS-MATCH-X) =
                      WS-MATCH-RECEIPT-AMOUNT
                       MOVE WS-MATCH-Y TO WS-MATCH-SLOT
                       PERFORM ADD-ALLOCATION
                       MOVE WS-MATCH-X TO WS-MATCH-SLOT
                       PERFORM ADD-ALLOCATION
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-MATCH-X FROM 3 BY 1
                   UNTIL WS-MATCH-X > WS-OPEN-ITEM-COUNT
                      OR WS-ALLOCATION-COUNT > 0
               PERFORM VARYING WS-MATCH-Y FROM 2 BY 1
                       UNTIL WS-MATCH-Y NOT < WS-MATCH-X
                          OR WS-ALLOCATION-COUNT > 0
                   PERFORM VARYING WS-MATCH-Z FROM 1 BY 1
                           UNTIL WS-MATCH-Z NOT < WS-MATCH-Y
                              OR WS-ALLOCATION-COUNT > 0
                       IF WS-OPN-RESIDUAL (WS-MATCH-Z) +
                          WS-OPN-RESIDUAL (WS-MATCH-Y) +
                          WS-OPN-RESIDUAL (WS-MATCH-X) =
                          WS-MATCH-RECEIPT-AMOUNT
                           MOVE WS-MATCH-Z TO WS-MATCH-SLOT
                           PERFORM ADD-ALLOCATION
                           MOVE WS-MATCH-Y TO WS-MATCH-SLOT
                           PERFORM ADD-ALLOCATION
                           MOVE WS-MATCH-X TO WS-MATCH-SLOT
                           PERFORM ADD-ALLOCATION
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

           IF WS-ALLOCATION-COUNT > 0
               MOVE 'C' TO WS-MATCH-METHOD
               MOVE 'M' TO WS-MATCH-CONFIDENCE
               GO TO FIND-CASH-MATCH-EXIT
           END-IF.

      *  OLDEST-FIRST -- SPREAD THE PAYMENT ACROSS THE OPEN
      *  CHARGES OLDEST FIRST, THE LOCKBOX1 WAY. IT FOOTS WHEN THE
      *  LAST INVOICE REACHED IS SHORT BY NO MORE THAN THE
      *  TOLERANCE, OR WHEN NO MORE THAN THE TOLERANCE IS LEFT
      *  OVER ONCE EVERY CHARGE IS COVERED -- THAT LEFTOVER RIDES
      *  ON THE LAST INVOICE, WHERE THE OVERPAYMENT RULE REPORTS IT.
           MOVE WS-MATCH-RECEIPT-AMOUNT TO WS-MATCH-REMAINING.
           MOVE 0 TO WS-MATCH-SHORTFALL.
           PERFORM VARYING WS-MATCH-X FROM 1 BY 1
                   UNTIL WS-MATCH-X > WS-OPEN-ITEM-COUNT
                      OR WS-MATCH-REMAINING NOT > 0
               MOVE WS-MATCH-X TO WS-MATCH-SLOT
               PERFORM ADD-ALLOCATION
               IF WS-MATCH-REMAINING < WS-OPN-RESIDUAL (WS-MATCH-X)
                   MOVE WS-MATCH-REMAINING
                       TO WS-ALC-AMOUNT (WS-ALLOCATION-COUNT)
                   COMPUTE WS-MATCH-SHORTFALL =
                       WS-OPN-RESIDUAL (WS-MATCH-X) -
                       WS-MATCH-REMAINING
               END-IF
               SUBTRACT WS-ALC-AMOUNT (WS-ALLOCATION-COUNT)
                   FROM WS-MATCH-REMAINING
           END-PERFORM.

           IF WS-MATCH-SHORTFALL > WS-MATCH-TOLERANCE OR
              WS-MATCH-REMAINING > WS-MATCH-TOLERANCE
               MOVE 0 TO WS-ALLOCATION-COUNT
               GO TO FIND-CASH-MATCH-EXIT
           END-IF.
           IF WS-MATCH-REMAINING > 0
               ADD WS-MATCH-REMAINING
                   TO WS-ALC-AMOUNT (WS-ALLOCATION-COUNT)
           END-IF.
           MOVE 'O' TO WS-MATCH-METHOD.
           MOVE 'L' TO WS-MATCH-CONFIDENCE.

       FIND-CASH-MATCH-EXIT.
           EXIT.

      *  ONE MORE INVOICE FOR THE SUGGESTION -- THE OPEN-ITEM SLOT
      *  IN WS-MATCH-SLOT, PAID IN FULL UNLESS THE CALLER TRIMS IT.
       ADD-ALLOCATION.
           ADD 1 TO WS-ALLOCATION-COUNT.
           MOVE WS-OPN-INVOICE-NUMBER (WS-MATCH-SLOT)
               TO WS-ALC-INVOICE-NUMBER (WS-ALLOCATION-COUNT).
           MOVE WS-OPN-RESIDUAL (WS-MATCH-SLOT)
               TO WS-ALC-RESIDUAL (WS-ALLOCATION-COUNT)
                  WS-ALC-AMOUNT (WS-ALLOCATION-COUNT).

      *  A HIGH-CONFIDENCE MATCH IS APPLIED AS IF THE RECEIPT HAD
      *  NAMED THE INVOICE ITSELF -- ONE PASS THROUGH THE NORMAL
      *  PATH PER INVOICE, SO DISCOUNTS, TOLERANCE, HISTORY AND
      *  THE BALANCE SUMMARY ALL BEHAVE AS THEY ALWAYS DO.
       APPLY-MATCHED-RECEIPT.
           ADD 1 TO WS-RECEIPTS-AUTO-MATCHED.
           ADD WS-MATCH-RECEIPT-AMOUNT TO WS-CASH-AUTO-MATCHED.
           MOVE 'APPLIED AUTOMATICALLY' TO WS-MTC-DISPOSITION.
           PERFORM VARYING WS-MATCH-X FROM 1 BY 1
                   UNTIL WS-MATCH-X > WS-ALLOCATION-COUNT
               PERFORM WRITE-MATCH-REGISTER-LINE
               MOVE WS-ALC-INVOICE-NUMBER (WS-MATCH-X)
                   TO PR-INVOICE-NUMBER
               MOVE WS-ALC-AMOUNT (WS-MATCH-X)
                   TO PR-PAYMENT-AMOUNT
               PERFORM APPLY-ONE-RECEIPT THRU APPLY-ONE-RECEIPT-EXIT
           END-PERFORM.

      *  A MEDIUM OR LOW SUGGESTION GOES TO THE REVIEW FILE, ONE
      *  PENDING ROW PER INVOICE, AND THE RECEIPT ITSELF STAYS ON
      *  THE UNAPPLIED REPORT UNTIL A CLERK ACCEPTS IT.
       SEND-MATCH-FOR-REVIEW.
           ADD 1 TO WS-RECEIPTS-FOR-REVIEW.
           ADD WS-MATCH-RECEIPT-AMOUNT TO WS-CASH-FOR-REVIEW.
           MOVE 'SENT FOR REVIEW' TO WS-MTC-DISPOSITION.
           PERFORM VARYING WS-MATCH-X FROM 1 BY 1
                   UNTIL WS-MATCH-X > WS-ALLOCATION-COUNT
               PERFORM WRITE-MATCH-REGISTER-LINE
               MOVE SPACES TO CASH-MATCH-RECORD
               MOVE PR-CUSTOMER-NUMBER   TO CM-CUSTOMER-NUMBER
               MOVE PR-PAYMENT-REFERENCE TO CM-PAYMENT-REFERENCE
               MOVE PR-PAYMENT-DATE      TO CM-PAYMENT-DATE
               MOVE WS-MATCH-RECEIPT-AMOUNT TO CM-RECEIPT-AMOUNT
               MOVE WS-MATCH-ORIGINAL-INVOICE
                   TO CM-ORIGINAL-INVOICE
               MOVE WS-MATCH-METHOD      TO CM-MATCH-METHOD
               MOVE WS-MATCH-CONFIDENCE  TO CM-CONFIDENCE
               MOVE WS-ALC-INVOICE-NUMBER (WS-MATCH-X)
                   TO CM-INVOICE-NUMBER
               MOVE WS-ALC-RESIDUAL (WS-MATCH-X)
                   TO CM-INVOICE-RESIDUAL
               MOVE WS-ALC-AMOUNT (WS-MATCH-X)
                   TO CM-APPLY-AMOUNT
               SET CM-PENDING-REVIEW TO TRUE
               WRITE CASH-MATCH-RECORD
           END-PERFORM.

           IF PR-INVOICE-NUMBER NOT NUMERIC
               MOVE 0 TO PR-INVOICE-NUMBER
           END-IF.
           MOVE 'SUGGESTED MATCH SENT FOR REVIEW'
               TO WS-EXCEPTION-REASON.
           PERFORM REPORT-UNAPPLIED-RECEIPT.

       WRITE-MATCH-REGISTER-LINE.
           MOVE PR-CUSTOMER-NUMBER      TO WS-MTC-CUSTOMER-NUMBER.
           MOVE PR-PAYMENT-REFERENCE    TO WS-MTC-REFERENCE.
           MOVE WS-MATCH-RECEIPT-AMOUNT TO WS-MTC-RECEIPT-AMOUNT.
           MOVE WS-MATCH-METHOD         TO WS-MTC-METHOD.
           MOVE WS-MATCH-CONFIDENCE     TO WS-MTC-CONFIDENCE.
           MOVE WS-ALC-INVOICE-NUMBER (WS-MATCH-X)
               TO WS-MTC-INVOICE-NUMBER.
           MOVE WS-ALC-AMOUNT (WS-MATCH-X) TO WS-MTC-APPLY-AMOUNT.
           WRITE MATCH-REGISTER-LINE FROM WS-MATCH-DETAIL-LINE.

      *****************************************************************
      *  MATCH ONE RECEIPT AGAINST THE MASTER AND EITHER APPLY IT OR   *
      *  REPORT IT AS UNAPPLIED CASH. AN OVERPAYMENT IS APPLIED UP TO  *
               GO TO APPLY-ONE-RECEIPT-EXIT
           END-IF.

           MOVE IM-COMPANY-CODE TO WS-INVOICE-COMPANY-CODE.
           IF WS-INVOICE-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY-CODE TO WS-INVOICE-COMPANY-CODE
           END-IF.
           IF PR-COMPANY-CODE NOT = SPACES AND
              PR-COMPANY-CODE NOT = WS-INVOICE-COMPANY-CODE
               MOVE 'INVOICE BELONGS TO ANOTHER COMPANY'
                   TO WS-EXCEPTION-REASON
               PERFORM REPORT-UNAPPLIED-RECEIPT
               GO TO APPLY-ONE-RECEIPT-EXIT
           END-IF.

      *  A SETTLED INVOICE THE CUSTOMER IS NOW PAYING MAY BE A
      *  WRITE-OFF COMING BACK -- IF A MATCHING WRITE-OFF CREDIT
      *  MEMO EXISTS, THE FORGIVENESS IS REVERSED AND THE RECEIPT
               ADD PR-PAYMENT-AMOUNT TO WS-CASH-APPLIED
           END-IF.

      *  A RESIDUAL OF EXACTLY THE PROMPT-PAYMENT DISCOUNT IS
      *  EITHER EARNED (SETTLE IT) OR UNEARNED (LEAVE IT OPEN FOR
      *  THE COLLECTORS) DEPENDING ON WHEN THE MONEY ARRIVED.
           PERFORM CHECK-PROMPT-PAYMENT-DISCOUNT THRU
                   CHECK-PROMPT-PAYMENT-DISCOUNT-EXIT.

      *  A SHORT-PAY INSIDE THE TOLERANCE SETTLES NOW -- THE FEW
      *  ABSORBED CENTS ARE FOLDED INTO IM-AMOUNT-PAID SO THE
      *  SETTLEMENT ARITHMETIC EVERY OTHER JOB USES STILL FOOTS,
      *  KEPT APART IN IM-SHORTPAY-ABSORBED SO THEY ARE NEVER TAKEN
      *  FOR CASH, AND THE REGISTER CARRIES WHAT WAS GIVEN AWAY.
           IF WS-SHORTPAY-TOLERANCE > 0 AND
              NOT WS-DISCOUNT-UNEARNED AND
              IM-AMOUNT-PAID < WS-RECEIVABLE-AMOUNT AND
              WS-RECEIVABLE-AMOUNT - IM-AMOUNT-PAID NOT GREATER
                  THAN WS-SHORTPAY-TOLERANCE
               COMPUTE WS-ABSORBED-AMOUNT =
                   WS-RECEIVABLE-AMOUNT - IM-AMOUNT-PAID
               MOVE WS-RECEIVABLE-AMOUNT TO IM-AMOUNT-PAID
               ADD WS-ABSORBED-AMOUNT TO IM-SHORTPAY-ABSORBED
               PERFORM STAMP-ALLOWANCE-DATE
               ADD 1 TO WS-SHORTPAYS-ABSORBED
               ADD WS-ABSORBED-AMOUNT TO WS-CASH-ABSORBED
               MOVE PR-CUSTOMER-NUMBER TO WS-TOL-CUSTOMER-NUMBER
               TO IM-MODIFICATION-STAMP.
           REWRITE INVOICE-MASTER-RECORD.
           ADD 1 TO WS-RECEIPTS-APPLIED.
           IF PR-RECEIPT-PENDING
               ADD 1 TO WS-ACH-RECEIPTS-APPLIED
               ADD WS-APPLIED-THIS-RECEIPT TO WS-ACH-CASH-APPLIED
           END-IF.

           MOVE INVOICE-MASTER-RECORD TO WS-JOURNAL-AFTER.
           CALL 'WRITEINVJOURNAL' USING WS-JOURNAL-ACTION
       APPLY-ONE-RECEIPT-EXIT.
           EXIT.

      *****************************************************************
      *  PROMPT-PAYMENT DISCOUNT: ONLY A CHARGE ON DISCOUNT TERMS     *
      *  WHOSE REMAINING RESIDUAL IS EXACTLY THE DISCOUNT QUALIFIES.  *
      *  INSIDE THE WINDOW THE DISCOUNT IS FOLDED INTO IM-AMOUNT-PAID *
      *  AND IM-DISCOUNT-TAKEN AND REGISTERED; OUTSIDE IT THE         *
      *  SHORTFALL STAYS OPEN AND IS LISTED FOR THE COLLECTORS.       *
      *****************************************************************
       CHECK-PROMPT-PAYMENT-DISCOUNT.
           SET WS-DISCOUNT-NOT-APPLICABLE TO TRUE.
           IF NOT WS-TERMS-FILE-PRESENT OR
              NOT IM-TYPE-CHARGE OR
              IM-TERMS-CODE = SPACES OR
              IM-INVOICE-DATE = 0 OR
              PR-PAYMENT-DATE = 0 OR
              IM-AMOUNT-PAID NOT LESS THAN WS-RECEIVABLE-AMOUNT
               GO TO CHECK-PROMPT-PAYMENT-DISCOUNT-EXIT
           END-IF.

           MOVE IM-TERMS-CODE TO PT-TERMS-CODE.
           MOVE 'Y' TO WS-TERMS-FOUND-FLAG.
           READ PAYMENT-TERMS-FILE
               INVALID KEY MOVE 'N' TO WS-TERMS-FOUND-FLAG
           END-READ.
           IF NOT WS-TERMS-FOUND OR
              PT-DISCOUNT-PERCENT = 0 OR
              PT-DISCOUNT-DAYS = 0
               GO TO CHECK-PROMPT-PAYMENT-DISCOUNT-EXIT
           END-IF.

           COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
               IM-INVOICE-AMOUNT * PT-DISCOUNT-PERCENT / 100.
           IF WS-DISCOUNT-AMOUNT NOT GREATER THAN 0 OR
              WS-RECEIVABLE-AMOUNT - IM-AMOUNT-PAID NOT =
                  WS-DISCOUNT-AMOUNT
               GO TO CHECK-PROMPT-PAYMENT-DISCOUNT-EXIT
           END-IF.

           COMPUTE WS-DISCOUNT-DEADLINE =
               FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE)
                   + PT-DISCOUNT-DAYS.
           COMPUTE WS-PAYMENT-INTEGER-DATE =
               FUNCTION INTEGER-OF-DAY(PR-PAYMENT-DATE).

           MOVE PR-CUSTOMER-NUMBER  TO WS-DSC-CUSTOMER-NUMBER.
           MOVE PR-INVOICE-NUMBER   TO WS-DSC-INVOICE-NUMBER.
           MOVE IM-TERMS-CODE       TO WS-DSC-TERMS-CODE.
           MOVE PR-PAYMENT-AMOUNT   TO WS-DSC-PAYMENT-AMOUNT.
           MOVE WS-DISCOUNT-AMOUNT  TO WS-DSC-DISCOUNT-AMOUNT.
           COMPUTE WS-DSC-DAYS-TO-PAY =
               WS-PAYMENT-INTEGER-DATE -
               FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE).
           MOVE PT-DISCOUNT-DAYS    TO WS-DSC-DISCOUNT-DAYS.

           IF WS-PAYMENT-INTEGER-DATE > WS-DISCOUNT-DEADLINE
               SET WS-DISCOUNT-UNEARNED TO TRUE
               ADD 1 TO WS-DISCOUNTS-UNEARNED
               ADD WS-DISCOUNT-AMOUNT TO WS-DISCOUNT-UNEARNED-TOTAL
               WRITE UNEARNED-REPORT-LINE
                   FROM WS-DISCOUNT-DETAIL-LINE
               GO TO CHECK-PROMPT-PAYMENT-DISCOUNT-EXIT
           END-IF.

           SET WS-DISCOUNT-EARNED TO TRUE.
           ADD WS-DISCOUNT-AMOUNT TO IM-AMOUNT-PAID.
           ADD WS-DISCOUNT-AMOUNT TO IM-DISCOUNT-TAKEN.
           PERFORM STAMP-ALLOWANCE-DATE.
           ADD 1 TO WS-DISCOUNTS-EARNED.
           ADD WS-DISCOUNT-AMOUNT TO WS-DISCOUNT-EARNED-TOTAL.
           WRITE DISCOUNT-REGISTER-LINE FROM WS-DISCOUNT-DETAIL-LINE.

       CHECK-PROMPT-PAYMENT-DISCOUNT-EXIT.
           EXIT.

      *  A DISCOUNT OR ABSORBED SHORT-PAY IS DATED LIKE THE RECEIPT'S
      *  OWN PAYMENT-HISTORY RECORD: THE FIRST OPEN PERIOD'S DATE
      *  WHEN THE RECEIPT WAS MOVED THERE, OTHERWISE TODAY.
       STAMP-ALLOWANCE-DATE.
           IF WS-PAYMENT-POSTING-DATE > 0
               MOVE WS-PAYMENT-POSTING-DATE TO IM-ALLOWANCE-DATE
           ELSE
               MOVE WS-TODAY-JULIAN TO IM-ALLOWANCE-DATE
           END-IF.

      *****************************************************************
      *  BOOK THE REALIZED GAIN OR LOSS ON A NON-USD APPLICATION: THE  *
      *  APPLIED AMOUNT TIMES THE MOVE BETWEEN THE RATE THE INVOICE    *
           MOVE PR-PAYMENT-DATE        TO HW-PAYMENT-DATE.
           MOVE WS-APPLIED-THIS-RECEIPT TO HW-PAYMENT-AMOUNT.
           MOVE PR-PAYMENT-REFERENCE   TO HW-PAYMENT-REFERENCE.
           MOVE WS-PAYMENT-POSTING-DATE TO HW-APPLICATION-DATE.
           MOVE IM-INVOICE-DATE        TO HW-INVOICE-DATE.
           CALL 'WRITEPAYHISTORY' USING HISTORY-WORK-RECORD.

           MOVE PR-PAYMENT-AMOUNT  TO WS-EXC-AMOUNT.
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON.
           WRITE UNAPPLIED-REPORT-LINE FROM WS-EXCEPTION-LINE.
           IF NOT WS-RECEIPT-UNAPPLIED
               SET WS-RECEIPT-UNAPPLIED TO TRUE
               MOVE WS-EXCEPTION-REASON TO WS-SUBMISSION-REASON
           END-IF.

      *  THE INTAKE WROTE THE PENDING ROW; CASH APPLICATION OWNS THE
      *  FINAL WORD. A RESULT FOR A ROW THE INTAKE SOMEHOW NEVER
      *  WROTE IS CREATED RATHER THAN LOST, AS IN PAYGATE1.
       RECORD-SUBMISSION-RESULT.
           MOVE WS-RCS-SUBMISSION-ID  TO PS-SUBMISSION-ID.
           MOVE WS-RCS-SUBMISSION-ROW TO PS-ROW-NUMBER.
           MOVE 'Y' TO WS-PAYSUB-FOUND-FLAG.
           READ PAYMENT-SUBMISSION-FILE
               INVALID KEY MOVE 'N' TO WS-PAYSUB-FOUND-FLAG
           END-READ.

           IF NOT WS-PAYSUB-FOUND
               MOVE WS-RCS-SUBMISSION-ID       TO PS-SUBMISSION-ID
               MOVE WS-RCS-SUBMISSION-ROW      TO PS-ROW-NUMBER
               MOVE WS-RECEIPT-CUSTOMER-NUMBER TO PS-CUSTOMER-NUMBER
               MOVE WS-RECEIPT-INVOICE-NUMBER  TO PS-INVOICE-NUMBER
               MOVE WS-RECEIPT-AMOUNT          TO PS-PAYMENT-AMOUNT
               MOVE WS-RECEIPT-REFERENCE       TO PS-PAYMENT-REFERENCE
               MOVE WS-TODAY-YYYYMMDD          TO PS-SUBMIT-DATE
           END-IF.

           IF WS-RECEIPT-UNAPPLIED
               MOVE 'U' TO PS-ROW-STATUS
               MOVE WS-SUBMISSION-REASON TO PS-REASON
           ELSE
               MOVE 'A' TO PS-ROW-STATUS
               MOVE SPACES TO PS-REASON
           END-IF.

           IF WS-PAYSUB-FOUND
               REWRITE PAYMENT-SUBMISSION-RECORD
           ELSE
               WRITE PAYMENT-SUBMISSION-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
