      * ADDED TO INVMAST.cpy. AN INVOICE WHOSE CUSTOMER               *
      * NUMBER ISN'T ON THE CUSTOMER EXTRACT AT ALL IS REPORTED AS   *
      * AN ORPHAN RATHER THAN SILENTLY DROPPED OR MISMERGED.         *
      * THE HEADER CARRIES AN ATTN LINE FOR THE CUSTOMER'S ACTIVE    *
      * BILLING CONTACT (FALLING BACK TO AP) FROM CUSTCONT.cpy.      *
      * THE REMITTANCE STUB CARRIES THE REMIT-TO ADDRESS OF THE      *
      * COMPANY (COMPMAST.cpy) THE CUSTOMER IS BILLED BY.            *
      * AN INVOICE THAT REPLACES, OR WAS REPLACED BY, ANOTHER IN A   *
      * RE-BILL (INVLINK.cpy) CARRIES A LINE NAMING THE OTHER ONE.   *
      * AN ACCOUNT PLACED WITH A COLLECTION AGENCY (AGYPLC01) GETS   *
      * NO STATEMENT AT ALL -- THE AGENCY OWNS THE CONVERSATION.     *
      * NEITHER DOES ONE IN BANKRUPTCY OR UNDER ANOTHER LEGAL HOLD   *
      * (ST-COLLECTION-BARRED, KEPT BY THE LGLMNT METHOD), WHICH THE *
      * STAY FORBIDS US TO BILL.                                     *
      * IT IS COUNTED INTO THE SUPPRESSION SUMMARY WHETHER OR NOT    *
      * THE PARAMETER FILE ASKS FOR ANY OTHER SUPPRESSION.           *
      * A CUSTOMER SET UP FOR BALANCE-FORWARD (ST-STATEMENT-STYLE)   *
      * GETS INSTEAD THE CLOSING BALANCE OF ITS LAST STATEMENT       *
      * (FROM STMTHIST), EVERY INVOICE AND CREDIT DATED SINCE, THE   *
      * RECEIPTS APPLIED SINCE (PAYHIST, SORTED BY CUSTOMER ONTO     *
      * PAYHSORT), AND THE NEW BALANCE -- ON THE PRINTED STATEMENT,  *
      * THE STUB AND THE STMTXTR EXTRACT ALIKE.                      *
      * A CUSTOMER WHOSE MAIL HAS COME BACK UNDELIVERABLE            *
      * (ST-ADDRESS-BAD, SET BY RTNMAIL1) GETS NO STATEMENT UNTIL    *
      * CUSTMNT CORRECTS THE ADDRESS; ONE THAT WOULD OTHERWISE HAVE  *
      * PRINTED IS COUNTED AND LISTED ON THE RETURNED-MAIL SKIP      *
      * FILE THROUGH WRITEMAILSKIP INSTEAD.                          *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTGEN1.
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STATEMENT-EXTRACT-FILE ASSIGN TO STMTXTRC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-INDEX-FILE ASSIGN TO STMTDOCX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CYCLE-PARM-FILE ASSIGN TO CYCLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-PARM-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CUSTOMER-CONTACT-FILE ASSIGN TO CUSTCONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO COMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-COMPANY-CODE
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT INVOICE-LINK-FILE ASSIGN TO INVLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LINK-STATUS.
           SELECT ON-ACCOUNT-LEDGER-FILE ASSIGN TO ONACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHSORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CUSTSTMT.

       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

       FD  STATEMENT-EXTRACT-FILE.
           COPY STMTXTR.

       FD  STATEMENT-INDEX-FILE.
           COPY DOCINDX.

       FD  CYCLE-PARM-FILE.
       01  CYCLE-PARM-RECORD.
           05  CY-CYCLE-CODE                 PIC X(1).
       FD  ON-ACCOUNT-LEDGER-FILE.
           COPY ONACCT.

       FD  CUSTOMER-CONTACT-FILE.
           COPY CUSTCONT.

       FD  COMPANY-MASTER-FILE.
           COPY COMPMAST.

       FD  INVOICE-LINK-FILE.
           COPY INVLINK.

      *  PAYHIST.cpy, SORTED ASCENDING BY PH-CUSTOMER-NUMBER AHEAD
      *  OF THIS STEP -- THE THIRD PRE-SORTED INPUT.
       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-CUSTOMER-EOF-FLAG              PIC X VALUE 'N'.
           88  WS-HISTORY-STATUS-OK          VALUE '00'.
       01  WS-HISTORY-LINE-NUMBER            PIC 9(5) VALUE 0.
       01  WS-CAPTURE-LINE                   PIC X(132).

      *
      *  DOCUMENT INDEX FOR DOCRTE01'S DELIVERY ROUTING -- ONE
      *  DOCINDX.cpy RECORD PER RELEASED STATEMENT, WRITTEN AS ITS
      *  LAST LINE GOES OUT. A STATEMENT'S LINES ARE THE HISTORY
      *  LINES CAPTURED FOR IT PLUS THE CLOSING BLANK; ORPHAN LINES
      *  PRINTED AHEAD OF IT ARE COUNTED SO THE ROUTER CAN STEP
      *  OVER THEM.
      *
       01  WS-DOC-LOOSE-LINES                PIC 9(7) VALUE 0.
       01  WS-SKIP-CLOSED-FLAG               PIC X VALUE 'N'.
           88  WS-SKIP-CLOSED                VALUE 'Y'.
       01  WS-SKIP-ZERO-FLAG                 PIC X VALUE 'N'.
      *  SUPPRESSION DECISION -- SAME BOUNDED-TABLE APPROACH AS
      *  DUNLTR01'S DETAIL TABLE. A STATEMENT THAT OVERFLOWS THE
      *  BUFFER IS FLUSHED AND PRINTED REGARDLESS; A CUSTOMER WITH
      *  THAT MUCH ACTIVITY IS NEVER A SUPPRESSION CANDIDATE ANYWAY
      *  -- EXCEPT AN AGENCY-PLACED OR LEGALLY BARRED ACCOUNT,
      *  WHOSE OVERFLOW IS SIMPLY DROPPED SINCE NONE OF IT WILL
      *  EVER PRINT.
       01  WS-MAX-STMT-LINES                 PIC 9(4) COMP VALUE 250.
       01  WS-STMT-LINE-TABLE.
           05  WS-STMT-LINE-ENTRY OCCURS 250 TIMES
       01  WS-BUFFER-WORK-LINE               PIC X(132).

       01  WS-CUSTOMER-INVOICE-COUNT         PIC 9(9) COMP VALUE 0.
       01  WS-CUSTOMER-PAYMENT-COUNT         PIC 9(9) COMP VALUE 0.

      *
      *  THE MACHINE-READABLE EXTRACT RIDES THE SAME SUPPRESSION
       01  WS-LEDGER-FOUND-FLAG              PIC X.
           88  WS-LEDGER-FOUND               VALUE 'Y'.

      *
      *  CUSTOMER CONTACTS (CUSTCONT.cpy) -- THE STATEMENT IS MARKED
      *  FOR THE ATTENTION OF THE BILLING CONTACT, OR THE AP CONTACT
      *  WHEN THERE IS NO BILLING ONE. NO CONTACT FILE, OR NO SUCH
      *  CONTACT, AND THE HEADER PRINTS EXACTLY AS BEFORE.
      *
       01  WS-CONTACT-STATUS                 PIC X(2).
           88  WS-CONTACT-STATUS-OK          VALUE '00'.
       01  WS-CONTACT-OPEN-FLAG              PIC X VALUE 'N'.
           88  WS-CONTACT-OPEN               VALUE 'Y'.
       01  WS-CONTACT-FOUND-FLAG             PIC X.
           88  WS-CONTACT-FOUND              VALUE 'Y'.
       01  WS-MORE-CONTACTS-FLAG             PIC X.
           88  WS-MORE-CONTACTS              VALUE 'Y'.
       01  WS-WANTED-ROLE                    PIC X(1).

      *
      *  COMPANY MASTER (COMPMAST.cpy) -- THE REMITTANCE STUB SAYS
      *  WHICH COMPANY TO PAY: THE ONE THE CUSTOMER IS BILLED BY,
      *  SPACES BEING THE HOME COMPANY. NO COMPANY MASTER, OR NO
      *  RECORD FOR THE COMPANY, AND THE STUB PRINTS AS BEFORE.
      *
       01  WS-COMPANY-STATUS                 PIC X(2).
           88  WS-COMPANY-STATUS-OK          VALUE '00'.
       01  WS-COMPANY-OPEN-FLAG              PIC X VALUE 'N'.
           88  WS-COMPANY-OPEN               VALUE 'Y'.
       01  WS-COMPANY-FOUND-FLAG             PIC X.
           88  WS-COMPANY-FOUND              VALUE 'Y'.
       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.

      *
      *  INVOICE LINKS (INVLINK.cpy) -- A RE-BILLED INVOICE OR ITS
      *  REPLACEMENT GETS A LINE UNDER IT NAMING THE OTHER END, SO
      *  THE CUSTOMER CAN SEE WHY A CHARGE WAS VOIDED AND WHAT NOW
      *  STANDS IN ITS PLACE. NO LINK FILE MEANS NOTHING HAS EVER
      *  BEEN RE-BILLED.
      *
       01  WS-LINK-STATUS                    PIC X(2).
           88  WS-LINK-STATUS-OK             VALUE '00'.
       01  WS-LINK-OPEN-FLAG                 PIC X VALUE 'N'.
           88  WS-LINK-OPEN                  VALUE 'Y'.

      *
      *  BALANCE-FORWARD STATEMENTS (ST-BALANCE-FORWARD-STATEMENT) --
      *  INSTEAD OF EVERY OPEN INVOICE, THE CUSTOMER GETS THE LAST
      *  STATEMENT'S CLOSING BALANCE, THE PERIOD'S ACTIVITY AND THE
      *  NEW BALANCE. THE CLOSING BALANCE IS THE TOTAL LINE OF THE
      *  LATEST STATEMENT CAPTURED ON STMTHIST BEFORE TODAY, AND
      *  THE PERIOD IS EVERYTHING SINCE THAT STATEMENT'S DATE:
      *  CHARGES, CREDIT MEMOS AND VOIDS DATED IN IT FROM THE
      *  INVOICE EXTRACT (SETTLED OR NOT), AND RECEIPTS APPLIED IN
      *  IT FROM THE PAYMENT HISTORY. A CUSTOMER WITH NO STATEMENT
      *  ON FILE YET STARTS FROM ZERO WITH EVERYTHING ON FILE AS
      *  ITS FIRST PERIOD. THE NEW BALANCE IS WHAT THE TOTAL, THE
      *  SCANLINE AND THE EXTRACT TRAILER CARRY. NO PAYMENT FILE
      *  SIMPLY MEANS NO PAYMENTS SHOW.
      *
       01  WS-PAYMENT-STATUS                 PIC X(2).
           88  WS-PAYMENT-STATUS-OK          VALUE '00'.
       01  WS-PAYMENT-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-PAYMENTS           VALUE 'Y'.
       01  WS-PAYMENT-OPEN-FLAG              PIC X VALUE 'N'.
           88  WS-PAYMENT-OPEN               VALUE 'Y'.
       01  WS-PAYMENT-CUSTOMER-KEY           PIC 9(9).

       01  WS-RUN-JULIAN                     PIC 9(7).
       01  WS-PERIOD-START-JULIAN            PIC 9(7).
       01  WS-PRIOR-STATEMENT-DATE           PIC 9(8).
       01  WS-ACTIVITY-DATE                  PIC 9(8).
       01  WS-ACTIVITY-JULIAN                PIC 9(7).
       01  WS-ACTIVITY-TYPE-CODE             PIC X(1).
       01  WS-VOID-JULIAN                    PIC 9(7).
       01  WS-INVOICE-USD-AMOUNT             PIC S9(13)V9(2) COMP-3.
       01  WS-ALLOWANCE-USD-AMOUNT           PIC S9(13)V9(2) COMP-3.
       01  WS-INVOICE-SHOWN-FLAG             PIC X.
           88  WS-INVOICE-SHOWN              VALUE 'Y'.
       01  WS-PREVIOUS-BALANCE               PIC S9(13)V9(2) COMP-3.
       01  WS-PERIOD-CHARGES                 PIC S9(13)V9(2) COMP-3.
       01  WS-PERIOD-CREDITS                 PIC S9(13)V9(2) COMP-3.
       01  WS-PERIOD-PAYMENTS                PIC S9(13)V9(2) COMP-3.
       01  WS-MORE-HISTORY-FLAG              PIC X.
           88  WS-MORE-HISTORY               VALUE 'Y'.

      *  A RECEIPT IS RECORDED IN ITS INVOICE'S CURRENCY, SO IT IS
      *  RESTATED AT THAT INVOICE'S RATE, REMEMBERED HERE AS THE
      *  CUSTOMER'S INVOICES GO BY. AN INVOICE NO LONGER ON THE
      *  EXTRACT (OR PAST THE TABLE) IS TAKEN AS USD.
       01  WS-MAX-RATE-ENTRIES               PIC 9(4) COMP VALUE 500.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-RATE-IDX.
               10  WS-RATE-INVOICE-NUMBER    PIC 9(10).
               10  WS-RATE-EXCHANGE-RATE     PIC 9(3)V9(6) COMP-3.
       01  WS-RATE-COUNT                     PIC 9(4) COMP VALUE 0.
       01  WS-RATE-SCAN                      PIC 9(4) COMP.
       01  WS-PAYMENT-RATE                   PIC 9(3)V9(6) COMP-3.

      *  THE TOTAL LINE OF A CAPTURED STATEMENT, EITHER STYLE.
       01  WS-PRIOR-TOTAL-LINE.
           05  FILLER                        PIC X(4).
           05  WS-PTL-LABEL                  PIC X(24).
               88  WS-PTL-IS-TOTAL-LINE
                   VALUE 'STATEMENT BALANCE (USD):'
                         'NEW BALANCE (USD):      '.
           05  FILLER                        PIC X(3).
           05  WS-PTL-BALANCE                PIC X(16).
           05  FILLER                        PIC X(85).

       01  WS-FORWARD-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'BALANCE FORWARD (USD):  '.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-FWD-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-FWD-NOTE                   PIC X(18).
           05  WS-FWD-PRIOR-DATE             PIC X(8).

       01  WS-ACTIVITY-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-ACT-DATE                   PIC 9(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ACT-TYPE                   PIC X(11).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ACT-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ACT-REFERENCE              PIC X(12).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ACT-USD-AMOUNT             PIC -(12)9.99.
           05  FILLER                        PIC X(4) VALUE ' USD'.

       01  WS-PERIOD-TOTAL-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-PTT-LABEL                  PIC X(24).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-PTT-AMOUNT                 PIC -(12)9.99.

       01  WS-STUB-FORWARD-LINE.
           05  FILLER                        PIC X(17)
               VALUE 'PREVIOUS BALANCE '.
           05  WS-SFW-PREVIOUS               PIC -(12)9.99.
           05  FILLER                        PIC X(15)
               VALUE '   NEW BALANCE '.
           05  WS-SFW-NEW                    PIC -(12)9.99.
           05  FILLER                        PIC X(4) VALUE ' USD'.

       01  WS-REMIT-TO-LINE.
           05  FILLER                        PIC X(10)
               VALUE 'REMIT TO: '.
           05  WS-RMT-NAME                   PIC X(30).

       01  WS-REMIT-ADDRESS-LINE.
           05  FILLER                        PIC X(10) VALUE SPACES.
           05  WS-RMT-ADDRESS                PIC X(30).

       01  WS-REMIT-CITY-LINE.
           05  FILLER                        PIC X(10) VALUE SPACES.
           05  WS-RMT-CITY                   PIC X(20).
           05  FILLER                        PIC X(2) VALUE ', '.
           05  WS-RMT-STATE                  PIC X(2).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-RMT-ZIP                    PIC X(10).

       01  WS-ATTENTION-LINE.
           05  FILLER                        PIC X(6) VALUE 'ATTN: '.
           05  WS-ATT-CONTACT-NAME           PIC X(30).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ATT-CONTACT-TITLE          PIC X(30).

       01  WS-ON-ACCOUNT-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(24)
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ONA-AMOUNT                 PIC -(12)9.99.

       01  WS-INVOICE-LINK-LINE.
           05  FILLER                        PIC X(17) VALUE SPACES.
           05  WS-ILK-TEXT                   PIC X(20).
           05  WS-ILK-INVOICE-NUMBER         PIC 9(10).

       01  WS-SUPPRESSION-COUNTS.
           05  WS-SUPPRESSED-CLOSED          PIC 9(9) COMP VALUE 0.
           05  WS-SUPPRESSED-ZERO            PIC 9(9) COMP VALUE 0.
           05  WS-SUPPRESSED-MINIMUM         PIC 9(9) COMP VALUE 0.
           05  WS-SUPPRESSED-AGENCY          PIC 9(9) COMP VALUE 0.
           05  WS-SUPPRESSED-LEGAL           PIC 9(9) COMP VALUE 0.
           05  WS-SUPPRESSED-BAD-ADDRESS     PIC 9(9) COMP VALUE 0.

       01  WS-MAILSKIP-DOCUMENT              PIC X(1) VALUE 'S'.
       01  WS-MAILSKIP-CALLER                PIC X(8) VALUE 'STMTGEN1'.

       01  WS-COUNTERS.
           05  WS-STATEMENTS-PRINTED         PIC 9(9) COMP VALUE 0.
           05  FILLER                        PIC X(5)
               VALUE ' TAX '.
           05  WS-INV-TAX-AMOUNT             PIC -(9)9.99.
           05  FILLER                        PIC X(5)
               VALUE '  PO '.
           05  WS-INV-PO-NUMBER              PIC X(20).

       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-TOT-LABEL                  PIC X(24)
               VALUE 'STATEMENT BALANCE (USD):'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-TOT-BALANCE                PIC -(12)9.99.
               VALUE 'SUPPRESSED, MINIMUM: '.
           05  WS-SUP-MINIMUM                PIC ZZZ,ZZZ,ZZ9.

       01  WS-AGENCY-SUPPRESSION-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'SUPPRESSED, AGENCY:     '.
           05  WS-SUP-AGENCY                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'SUPPRESSED, LEGAL:      '.
           05  WS-SUP-LEGAL                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(21)
               VALUE 'SUPPRESSED, ADDRESS: '.
           05  WS-SUP-BAD-ADDRESS            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-SUPPRESSION-PARM THRU
                          INVOICE-EXTRACT-FILE
                    EXTEND STATEMENT-FILE
                           STATEMENT-EXTRACT-FILE
                           STATEMENT-INDEX-FILE
           ELSE
               OPEN INPUT CUSTOMER-EXTRACT-FILE
                          INVOICE-EXTRACT-FILE
                    OUTPUT STATEMENT-FILE
                           STATEMENT-EXTRACT-FILE
                           STATEMENT-INDEX-FILE
           END-IF.

           OPEN INPUT ON-ACCOUNT-LEDGER-FILE.
               CLOSE ON-ACCOUNT-LEDGER-FILE
           END-IF.

           OPEN INPUT CUSTOMER-CONTACT-FILE.
           IF WS-CONTACT-STATUS-OK
               SET WS-CONTACT-OPEN TO TRUE
           ELSE
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF.

           OPEN INPUT COMPANY-MASTER-FILE.
           IF WS-COMPANY-STATUS-OK
               SET WS-COMPANY-OPEN TO TRUE
           ELSE
               CLOSE COMPANY-MASTER-FILE
           END-IF.

           OPEN INPUT INVOICE-LINK-FILE.
           IF WS-LINK-STATUS-OK
               SET WS-LINK-OPEN TO TRUE
           ELSE
               CLOSE INVOICE-LINK-FILE
           END-IF.

           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF WS-PAYMENT-STATUS-OK
               SET WS-PAYMENT-OPEN TO TRUE
           ELSE
               CLOSE PAYMENT-HISTORY-FILE
               SET WS-NO-MORE-PAYMENTS TO TRUE
           END-IF.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-RUN-DATE-YYYYMMDD.
           COMPUTE WS-RUN-JULIAN = FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD)).

      *  A STATEMENT RUN ON A NON-BUSINESS DAY IS A RERUN ON THE
      *  WRONG CALENDAR DAY -- IT PRINTS NOTHING AND GRADES 4.
               IF WS-LEDGER-OPEN
                   CLOSE ON-ACCOUNT-LEDGER-FILE
               END-IF
               IF WS-CONTACT-OPEN
                   CLOSE CUSTOMER-CONTACT-FILE
               END-IF
               IF WS-COMPANY-OPEN
                   CLOSE COMPANY-MASTER-FILE
               END-IF
               IF WS-LINK-OPEN
                   CLOSE INVOICE-LINK-FILE
               END-IF
               IF WS-PAYMENT-OPEN
                   CLOSE PAYMENT-HISTORY-FILE
               END-IF
               CLOSE CUSTOMER-EXTRACT-FILE
                     INVOICE-EXTRACT-FILE
                     STATEMENT-FILE
                     STATEMENT-EXTRACT-FILE
                     STATEMENT-INDEX-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-NEXT-CUSTOMER.
           PERFORM READ-NEXT-INVOICE.
           IF WS-PAYMENT-OPEN
               PERFORM READ-NEXT-PAYMENT
           END-IF.

           IF WS-RESTARTING
               PERFORM SKIP-PAST-CHECKPOINT
           MOVE WS-SUPPRESSED-ZERO    TO WS-SUP-ZERO.
           MOVE WS-SUPPRESSED-MINIMUM TO WS-SUP-MINIMUM.
           WRITE STATEMENT-LINE FROM WS-SUPPRESSION-LINE.
           MOVE WS-SUPPRESSED-AGENCY  TO WS-SUP-AGENCY.
           MOVE WS-SUPPRESSED-LEGAL   TO WS-SUP-LEGAL.
           MOVE WS-SUPPRESSED-BAD-ADDRESS TO WS-SUP-BAD-ADDRESS.
           WRITE STATEMENT-LINE FROM WS-AGENCY-SUPPRESSION-LINE.

           IF WS-LEDGER-OPEN
               CLOSE ON-ACCOUNT-LEDGER-FILE
           END-IF.
           IF WS-CONTACT-OPEN
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF.
           IF WS-COMPANY-OPEN
               CLOSE COMPANY-MASTER-FILE
           END-IF.
           IF WS-LINK-OPEN
               CLOSE INVOICE-LINK-FILE
           END-IF.
           IF WS-PAYMENT-OPEN
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.
           CLOSE STATEMENT-HISTORY-FILE.
           CLOSE CUSTOMER-EXTRACT-FILE
                 INVOICE-EXTRACT-FILE
                 STATEMENT-FILE
                 STATEMENT-EXTRACT-FILE
                 STATEMENT-INDEX-FILE.

      *  THE RUN FINISHED -- CLEAR THE CHECKPOINT SO THE NEXT
      *  MONTH-END STARTS FROM THE TOP, AND RECORD THE COMPLETED
           IF NOT WS-CYCLE-CTL-OPENED-OK
               OPEN OUTPUT CYCLE-CONTROL-FILE
           END-IF.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-RUN-DATE-YYYYMMDD.
           MOVE WS-RUN-CYCLE-CODE    TO SC-CYCLE-CODE.
           MOVE WS-RUN-DATE-YYYYMMDD TO SC-RUN-DATE.
           WRITE CYCLE-CONTROL-RECORD.
                   MOVE IM-CUSTOMER-NUMBER TO WS-INVOICE-CUSTOMER-KEY
           END-READ.

       READ-NEXT-PAYMENT.
           READ PAYMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-PAYMENT-EOF-FLAG
               NOT AT END
                   MOVE PH-CUSTOMER-NUMBER TO WS-PAYMENT-CUSTOMER-KEY
           END-READ.

      *****************************************************************
      *  AN INVOICE FOR THE CUSTOMER CURRENTLY BEING PROCESSED -- PRINT *
      *  THE HEADER THE FIRST TIME ONE IS NEEDED, THEN ONE LINE FOR     *
      *  THIS INVOICE, ROLLING ITS AMOUNT INTO THE RUNNING BALANCE.     *
      *****************************************************************
       PROCESS-MATCHED-INVOICE.
           IF ST-BALANCE-FORWARD-STATEMENT
               PERFORM POST-INVOICE-ACTIVITY THRU
                       POST-INVOICE-ACTIVITY-EXIT
               GO TO PROCESS-MATCHED-INVOICE-EXIT
           END-IF.
      *
      *  A SETTLED INVOICE IS NO LONGER AN OPEN ITEM -- IT IS NEITHER
      *  PRINTED NOR ROLLED INTO THE STATEMENT BALANCE, JUST COUNTED
           MOVE IM-INVOICE-NUMBER TO WS-INV-INVOICE-NUMBER.
           MOVE IM-INVOICE-AMOUNT TO WS-INV-AMOUNT.
           MOVE IM-INVOICE-CURRENCY-CODE TO WS-INV-CURRENCY-CODE.
           MOVE IM-PO-NUMBER TO WS-INV-PO-NUMBER.

      *
      *  RESTATE THE BILLED AMOUNT INTO THE USD REPORTING CURRENCY

           MOVE WS-INVOICE-LINE TO WS-BUFFER-WORK-LINE.
           PERFORM BUFFER-STATEMENT-LINE.
           IF WS-LINK-OPEN
               PERFORM BUFFER-INVOICE-LINKS
           END-IF.

           MOVE SPACES                   TO STATEMENT-EXTRACT-RECORD.
           MOVE 'D'                      TO SX-RECORD-TYPE.
           MOVE IM-INVOICE-CURRENCY-CODE TO SX-CURRENCY-CODE.
           MOVE WS-USD-AMOUNT            TO SX-USD-AMOUNT.
           MOVE IM-INVOICE-TAX-AMOUNT    TO SX-TAX-AMOUNT.
           MOVE IM-PO-NUMBER             TO SX-PO-NUMBER.
           PERFORM BUFFER-EXTRACT-RECORD.

       PROCESS-MATCHED-INVOICE-EXIT.
           IF NOT WS-HEADER-PRINTED
               PERFORM PRINT-STATEMENT-HEADER
           END-IF.
           IF ST-BALANCE-FORWARD-STATEMENT
               PERFORM POST-PAYMENT-ACTIVITY
               PERFORM CLOSE-FORWARD-BALANCE
           ELSE
               PERFORM APPLY-ON-ACCOUNT-CREDIT
           END-IF.
           PERFORM DECIDE-AND-RELEASE-STATEMENT THRU
                   DECIDE-AND-RELEASE-EXIT.

           MOVE 0   TO WS-STMT-LINE-COUNT.
           MOVE 0   TO WS-EXTRACT-BUFFER-COUNT.
           MOVE 0   TO WS-CUSTOMER-INVOICE-COUNT.
           MOVE 0   TO WS-CUSTOMER-PAYMENT-COUNT.
           MOVE 0   TO WS-RATE-COUNT.
           MOVE 0   TO WS-HISTORY-LINE-NUMBER.
           MOVE 'N' TO WS-STMT-FLUSHED-FLAG.
           PERFORM READ-NEXT-CUSTOMER.
           MOVE WS-HEADER-LINE-1 TO WS-BUFFER-WORK-LINE.
           PERFORM BUFFER-STATEMENT-LINE.

           PERFORM FIND-STATEMENT-CONTACT.
           IF WS-CONTACT-FOUND
               MOVE CC-CONTACT-NAME  TO WS-ATT-CONTACT-NAME
               MOVE CC-CONTACT-TITLE TO WS-ATT-CONTACT-TITLE
               MOVE WS-ATTENTION-LINE TO WS-BUFFER-WORK-LINE
               PERFORM BUFFER-STATEMENT-LINE
           END-IF.

           MOVE ST-ADDRESS-LINE-1  TO WS-HDR-ADDRESS-LINE-1.
           MOVE WS-HEADER-LINE-2 TO WS-BUFFER-WORK-LINE.
           PERFORM BUFFER-STATEMENT-LINE.
           MOVE WS-HEADER-LINE-4 TO WS-BUFFER-WORK-LINE.
           PERFORM BUFFER-STATEMENT-LINE.

           IF ST-BALANCE-FORWARD-STATEMENT
               PERFORM OPEN-FORWARD-STATEMENT
           END-IF.

       FIND-STATEMENT-CONTACT.
           MOVE 'N' TO WS-CONTACT-FOUND-FLAG.
           IF WS-CONTACT-OPEN
               MOVE 'B' TO WS-WANTED-ROLE
               PERFORM FIND-CONTACT-IN-ROLE
               IF NOT WS-CONTACT-FOUND
                   MOVE 'A' TO WS-WANTED-ROLE
                   PERFORM FIND-CONTACT-IN-ROLE
               END-IF
           END-IF.

      *  THE LOWEST-SEQUENCE ACTIVE CONTACT IN THE WANTED ROLE.
       FIND-CONTACT-IN-ROLE.
           MOVE ST-CUSTOMER-NUMBER TO CC-CUSTOMER-NUMBER.
           MOVE 0 TO CC-CONTACT-SEQUENCE.
           MOVE 'Y' TO WS-MORE-CONTACTS-FLAG.
           START CUSTOMER-CONTACT-FILE KEY IS NOT LESS THAN CC-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-CONTACTS-FLAG
           END-START.

           PERFORM UNTIL NOT WS-MORE-CONTACTS OR WS-CONTACT-FOUND
               READ CUSTOMER-CONTACT-FILE NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-CONTACTS-FLAG
               END-READ
               IF WS-MORE-CONTACTS
                   IF CC-CUSTOMER-NUMBER NOT = ST-CUSTOMER-NUMBER
                       MOVE 'N' TO WS-MORE-CONTACTS-FLAG
                   ELSE
                       IF CC-CONTACT-ROLE = WS-WANTED-ROLE AND
                          CC-CONTACT-ACTIVE
                           SET WS-CONTACT-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *  THE CUSTOMER'S ON-ACCOUNT MONEY GOES ON THE STATEMENT AS
      *  A CREDIT LINE AND COMES OFF THE BALANCE BEFORE THE
      *  SUPPRESSION DECISION AND THE TOTAL -- A CUSTOMER WHOSE
               END-IF
           END-IF.

      *****************************************************************
      *  A BALANCE-FORWARD STATEMENT OPENS WITH THE CLOSING BALANCE OF *
      *  THE CUSTOMER'S LAST STATEMENT, AND ITS PERIOD RUNS FROM THAT  *
      *  STATEMENT'S DATE. NONE ON FILE OPENS AT ZERO WITH A PERIOD    *
      *  THAT TAKES IN EVERYTHING.                                     *
      *****************************************************************
       OPEN-FORWARD-STATEMENT.
           MOVE 0 TO WS-PRIOR-STATEMENT-DATE.
           MOVE 0 TO WS-PERIOD-START-JULIAN.
           MOVE 0 TO WS-PREVIOUS-BALANCE.
           MOVE 0 TO WS-PERIOD-CHARGES.
           MOVE 0 TO WS-PERIOD-CREDITS.
           MOVE 0 TO WS-PERIOD-PAYMENTS.
           PERFORM FIND-PRIOR-STATEMENT.

           IF WS-PRIOR-STATEMENT-DATE > 0
               COMPUTE WS-PERIOD-START-JULIAN = FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PRIOR-STATEMENT-DATE))
               MOVE 'FROM STATEMENT OF '    TO WS-FWD-NOTE
               MOVE WS-PRIOR-STATEMENT-DATE TO WS-FWD-PRIOR-DATE
           ELSE
               MOVE 'NO PRIOR STATEMENT'    TO WS-FWD-NOTE
               MOVE SPACES                  TO WS-FWD-PRIOR-DATE
           END-IF.
           MOVE WS-PREVIOUS-BALANCE TO WS-FWD-AMOUNT.
           MOVE WS-FORWARD-LINE TO WS-BUFFER-WORK-LINE.
           PERFORM BUFFER-STATEMENT-LINE.

      *  EVERY CAPTURED LINE FOR THE CUSTOMER DATED BEFORE TODAY, IN
      *  KEY ORDER -- THE LAST TOTAL LINE SEEN IS THE LATEST
      *  STATEMENT'S. TODAY'S OWN LINES (A RESTART RERUN) DON'T
      *  COUNT.
       FIND-PRIOR-STATEMENT.
           MOVE WS-CUSTOMER-KEY TO SH-CUSTOMER-NUMBER.
           MOVE 0 TO SH-STATEMENT-DATE.
           MOVE 0 TO SH-LINE-NUMBER.
           MOVE 'Y' TO WS-MORE-HISTORY-FLAG.
           START STATEMENT-HISTORY-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-HISTORY-FLAG
           END-START.
           PERFORM CHECK-NEXT-HISTORY-LINE UNTIL NOT WS-MORE-HISTORY.

       CHECK-NEXT-HISTORY-LINE.
           READ STATEMENT-HISTORY-FILE NEXT RECORD
               AT END MOVE 'N' TO WS-MORE-HISTORY-FLAG
           END-READ.
           IF WS-MORE-HISTORY
               IF SH-CUSTOMER-NUMBER NOT = WS-CUSTOMER-KEY OR
                  SH-STATEMENT-DATE NOT < WS-RUN-DATE-YYYYMMDD
                   MOVE 'N' TO WS-MORE-HISTORY-FLAG
               ELSE
                   MOVE SH-LINE-TEXT TO WS-PRIOR-TOTAL-LINE
                   IF WS-PTL-IS-TOTAL-LINE
                       MOVE SH-STATEMENT-DATE
                           TO WS-PRIOR-STATEMENT-DATE
                       COMPUTE WS-PREVIOUS-BALANCE =
                           FUNCTION NUMVAL(WS-PTL-BALANCE)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  ONE OF A BALANCE-FORWARD CUSTOMER'S INVOICES -- SETTLED OR    *
      *  NOT, IT IS ACTIVITY IF SOMETHING HAPPENED TO IT IN THE        *
      *  PERIOD: A CHARGE ADDS AND A CREDIT MEMO TAKES AWAY ON ITS     *
      *  INVOICE DATE, A VOID TAKES AWAY ON THE DAY IT WAS VOIDED,     *
      *  AND A DISCOUNT OR ABSORBED SHORT-PAY THAT SETTLED IT TAKES    *
      *  AWAY ON THE DAY IT WAS APPLIED.                               *
      *****************************************************************
       POST-INVOICE-ACTIVITY.
           IF NOT WS-HEADER-PRINTED
               PERFORM PRINT-STATEMENT-HEADER
           END-IF.

           IF WS-RATE-COUNT < WS-MAX-RATE-ENTRIES
               ADD 1 TO WS-RATE-COUNT
               SET WS-RATE-IDX TO WS-RATE-COUNT
               MOVE IM-INVOICE-NUMBER
                   TO WS-RATE-INVOICE-NUMBER(WS-RATE-IDX)
               MOVE IM-INVOICE-EXCHANGE-RATE
                   TO WS-RATE-EXCHANGE-RATE(WS-RATE-IDX)
           END-IF.

           COMPUTE WS-INVOICE-USD-AMOUNT ROUNDED =
               (IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT)
                   * IM-INVOICE-EXCHANGE-RATE.
           MOVE 'N' TO WS-INVOICE-SHOWN-FLAG.

           IF IM-TYPE-VOID
               PERFORM POST-VOID-ACTIVITY
           ELSE
               PERFORM POST-BILLED-ACTIVITY THRU
                       POST-BILLED-ACTIVITY-EXIT
           END-IF.
           IF WS-INVOICE-SHOWN AND WS-LINK-OPEN
               PERFORM BUFFER-INVOICE-LINKS
           END-IF.

           PERFORM POST-ALLOWANCE-ACTIVITY.

           IF WS-INVOICE-SHOWN
               ADD 1 TO WS-CUSTOMER-INVOICE-COUNT
           END-IF.

       POST-INVOICE-ACTIVITY-EXIT.
           EXIT.

       POST-BILLED-ACTIVITY.
           IF IM-INVOICE-DATE NOT > WS-PERIOD-START-JULIAN OR
              IM-INVOICE-DATE > WS-RUN-JULIAN
               GO TO POST-BILLED-ACTIVITY-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN IM-TYPE-CHARGE
                   MOVE 'CHARGE'      TO WS-ACT-TYPE
                   ADD WS-INVOICE-USD-AMOUNT TO WS-PERIOD-CHARGES
                   MOVE WS-INVOICE-USD-AMOUNT TO WS-USD-AMOUNT
               WHEN IM-TYPE-CREDIT-MEMO
                   MOVE 'CREDIT MEMO' TO WS-ACT-TYPE
                   ADD WS-INVOICE-USD-AMOUNT TO WS-PERIOD-CREDITS
                   COMPUTE WS-USD-AMOUNT = 0 - WS-INVOICE-USD-AMOUNT
               WHEN OTHER
                   GO TO POST-BILLED-ACTIVITY-EXIT
           END-EVALUATE.

           MOVE IM-INVOICE-DATE TO WS-ACTIVITY-JULIAN.
           MOVE IM-INVOICE-TRANSACTION-TYPE TO WS-ACTIVITY-TYPE-CODE.
           PERFORM BUFFER-INVOICE-ACTIVITY.

       POST-BILLED-ACTIVITY-EXIT.
           EXIT.

      *  A VOID KEEPS ITS BILLING DATE, SO THE CHARGE IT REVERSES
      *  IS STILL ACTIVITY WHEN IT WAS BILLED IN THE PERIOD -- BOTH
      *  SIDES THEN SHOW AND NET TO NOTHING. THE VOID ITSELF FALLS
      *  ON IM-VOID-DATE (IM-LAST-MODIFIED FOR A VOID OLDER THAN
      *  THAT FIELD), AND TAKES BACK ONLY WHAT WAS NOT ALREADY
      *  CREDITED AS A DISCOUNT OR ABSORBED SHORT-PAY.
       POST-VOID-ACTIVITY.
           IF IM-INVOICE-DATE > WS-PERIOD-START-JULIAN AND
              IM-INVOICE-DATE NOT > WS-RUN-JULIAN
               MOVE 'CHARGE'              TO WS-ACT-TYPE
               ADD WS-INVOICE-USD-AMOUNT  TO WS-PERIOD-CHARGES
               MOVE WS-INVOICE-USD-AMOUNT TO WS-USD-AMOUNT
               MOVE IM-INVOICE-DATE       TO WS-ACTIVITY-JULIAN
               MOVE 'C'                   TO WS-ACTIVITY-TYPE-CODE
               PERFORM BUFFER-INVOICE-ACTIVITY
           END-IF.

           IF IM-VOID-DATE > 0
               MOVE IM-VOID-DATE     TO WS-VOID-JULIAN
           ELSE
               MOVE IM-LAST-MODIFIED TO WS-VOID-JULIAN
           END-IF.
           IF WS-VOID-JULIAN > WS-PERIOD-START-JULIAN AND
              WS-VOID-JULIAN NOT > WS-RUN-JULIAN
               COMPUTE WS-ALLOWANCE-USD-AMOUNT ROUNDED =
                   (IM-DISCOUNT-TAKEN + IM-SHORTPAY-ABSORBED)
                       * IM-INVOICE-EXCHANGE-RATE
               MOVE 'VOID'                TO WS-ACT-TYPE
               COMPUTE WS-USD-AMOUNT =
                   WS-INVOICE-USD-AMOUNT - WS-ALLOWANCE-USD-AMOUNT
               ADD WS-USD-AMOUNT          TO WS-PERIOD-CREDITS
               COMPUTE WS-USD-AMOUNT = 0 - WS-USD-AMOUNT
               MOVE WS-VOID-JULIAN        TO WS-ACTIVITY-JULIAN
               MOVE 'V'                   TO WS-ACTIVITY-TYPE-CODE
               PERFORM BUFFER-INVOICE-ACTIVITY
           END-IF.

      *  A DISCOUNT OR ABSORBED SHORT-PAY SETTLED THE INVOICE BY
      *  RAISING IM-AMOUNT-PAID WITH NO CASH BEHIND IT, SO NO
      *  PAYMENT-HISTORY RECORD CARRIES IT -- IT IS CREDITED HERE,
      *  ON THE DAY IT WAS APPLIED, OR IT WOULD STAY IN THE BALANCE
      *  FOREVER.
       POST-ALLOWANCE-ACTIVITY.
           IF IM-ALLOWANCE-DATE > WS-PERIOD-START-JULIAN AND
              IM-ALLOWANCE-DATE NOT > WS-RUN-JULIAN
               MOVE IM-ALLOWANCE-DATE TO WS-ACTIVITY-JULIAN
               IF IM-DISCOUNT-TAKEN > 0
                   COMPUTE WS-ALLOWANCE-USD-AMOUNT ROUNDED =
                       IM-DISCOUNT-TAKEN * IM-INVOICE-EXCHANGE-RATE
                   MOVE 'DISCOUNT'    TO WS-ACT-TYPE
                   MOVE 'D'           TO WS-ACTIVITY-TYPE-CODE
                   PERFORM BUFFER-ALLOWANCE-ACTIVITY
               END-IF
               IF IM-SHORTPAY-ABSORBED > 0
                   COMPUTE WS-ALLOWANCE-USD-AMOUNT ROUNDED =
                       IM-SHORTPAY-ABSORBED * IM-INVOICE-EXCHANGE-RATE
                   MOVE 'SHORT-PAY'   TO WS-ACT-TYPE
                   MOVE 'S'           TO WS-ACTIVITY-TYPE-CODE
                   PERFORM BUFFER-ALLOWANCE-ACTIVITY
               END-IF
           END-IF.

       BUFFER-ALLOWANCE-ACTIVITY.
           ADD WS-ALLOWANCE-USD-AMOUNT TO WS-PERIOD-CREDITS.
           COMPUTE WS-USD-AMOUNT = 0 - WS-ALLOWANCE-USD-AMOUNT.
           PERFORM BUFFER-INVOICE-ACTIVITY.

      *  ONE ACTIVITY LINE FOR THE INVOICE, ON THE PRINT AND THE
      *  EXTRACT ALIKE, DATED WS-ACTIVITY-JULIAN AND SIGNED AS IT
      *  MOVES THE BALANCE.
       BUFFER-INVOICE-ACTIVITY.
           MOVE 'Y' TO WS-INVOICE-SHOWN-FLAG.
           COMPUTE WS-ACTIVITY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(WS-ACTIVITY-JULIAN)).
           MOVE WS-ACTIVITY-DATE  TO WS-ACT-DATE.
           MOVE IM-INVOICE-NUMBER TO WS-ACT-INVOICE-NUMBER.
           MOVE SPACES            TO WS-ACT-REFERENCE.
           MOVE WS-USD-AMOUNT     TO WS-ACT-USD-AMOUNT.
           MOVE WS-ACTIVITY-LINE TO WS-BUFFER-WORK-LINE.
           PERFORM BUFFER-STATEMENT-LINE.

           MOVE SPACES                   TO STATEMENT-EXTRACT-RECORD.
           MOVE 'A'                      TO SX-RECORD-TYPE.
           MOVE ST-CUSTOMER-NUMBER       TO SX-CUSTOMER-NUMBER.
           MOVE WS-ACTIVITY-DATE         TO SX-ACTIVITY-DATE.
           MOVE WS-ACTIVITY-TYPE-CODE    TO SX-ACTIVITY-TYPE.
           MOVE IM-INVOICE-NUMBER        TO SX-ACTIVITY-INVOICE-NUMBER.
           MOVE WS-USD-AMOUNT            TO SX-ACTIVITY-USD-AMOUNT.
           PERFORM BUFFER-EXTRACT-RECORD.

      *  THE PAYMENT HISTORY IS SORTED BY CUSTOMER LIKE THE OTHER TWO
      *  INPUTS, SO IT IS READ ALONG UP TO THIS CUSTOMER -- RECEIPTS
      *  FOR OPEN-ITEM CUSTOMERS AND UNKNOWN ONES PASS BY UNUSED.
       POST-PAYMENT-ACTIVITY.
           PERFORM POST-ONE-PAYMENT
               UNTIL WS-NO-MORE-PAYMENTS OR
                     WS-PAYMENT-CUSTOMER-KEY > WS-CUSTOMER-KEY.

       POST-ONE-PAYMENT.
           IF WS-PAYMENT-CUSTOMER-KEY = WS-CUSTOMER-KEY AND
              PH-APPLICATION-DATE > WS-PERIOD-START-JULIAN AND
              PH-APPLICATION-DATE NOT > WS-RUN-JULIAN
               PERFORM BUFFER-PAYMENT-ACTIVITY
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

      *  A RECEIPT APPLIED IN THE PERIOD, RESTATED TO USD AT ITS
      *  INVOICE'S RATE AND SHOWN ON THE DAY IT WAS PAID.
       BUFFER-PAYMENT-ACTIVITY.
           MOVE 1 TO WS-PAYMENT-RATE.
           MOVE 0 TO WS-RATE-SCAN.
           PERFORM CHECK-ONE-RATE
               UNTIL WS-RATE-SCAN NOT < WS-RATE-COUNT.
           COMPUTE WS-USD-AMOUNT ROUNDED =
               PH-PAYMENT-AMOUNT * WS-PAYMENT-RATE.
           ADD WS-USD-AMOUNT TO WS-PERIOD-PAYMENTS.
           ADD 1 TO WS-CUSTOMER-PAYMENT-COUNT.
           COMPUTE WS-USD-AMOUNT = 0 - WS-USD-AMOUNT.

           IF PH-PAYMENT-DATE > 0
               COMPUTE WS-ACTIVITY-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DAY(PH-PAYMENT-DATE))
           ELSE
               COMPUTE WS-ACTIVITY-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DAY(PH-APPLICATION-DATE))
           END-IF.
           MOVE WS-ACTIVITY-DATE     TO WS-ACT-DATE.
           MOVE 'PAYMENT'            TO WS-ACT-TYPE.
           MOVE PH-INVOICE-NUMBER    TO WS-ACT-INVOICE-NUMBER.
           MOVE PH-PAYMENT-REFERENCE TO WS-ACT-REFERENCE.
           MOVE WS-USD-AMOUNT        TO WS-ACT-USD-AMOUNT.
           MOVE WS-ACTIVITY-LINE TO WS-BUFFER-WORK-LINE.
           PERFORM BUFFER-STATEMENT-LINE.

           MOVE SPACES               TO STATEMENT-EXTRACT-RECORD.
           MOVE 'A'                  TO SX-RECORD-TYPE.
           MOVE ST-CUSTOMER-NUMBER   TO SX-CUSTOMER-NUMBER.
           MOVE WS-ACTIVITY-DATE     TO SX-ACTIVITY-DATE.
           SET SX-ACTIVITY-PAYMENT   TO TRUE.
           MOVE PH-INVOICE-NUMBER    TO SX-ACTIVITY-INVOICE-NUMBER.
           MOVE PH-PAYMENT-REFERENCE TO SX-ACTIVITY-REFERENCE.
           MOVE WS-USD-AMOUNT        TO SX-ACTIVITY-USD-AMOUNT.
           PERFORM BUFFER-EXTRACT-RECORD.

       CHECK-ONE-RATE.
           ADD 1 TO WS-RATE-SCAN.
           SET WS-RATE-IDX TO WS-RATE-SCAN.
           IF WS-RATE-INVOICE-NUMBER(WS-RATE-IDX) = PH-INVOICE-NUMBER
               MOVE WS-RATE-EXCHANGE-RATE(WS-RATE-IDX)
                   TO WS-PAYMENT-RATE
               MOVE WS-RATE-COUNT TO WS-RATE-SCAN
           END-IF.

      *  THE PERIOD'S TOTALS AND THE NEW BALANCE, WHICH STANDS IN
      *  FOR THE OPEN-ITEM BALANCE FROM HERE ON. ON-ACCOUNT MONEY IS
      *  NOT NETTED IN -- IT REACHES THE BALANCE AS A PAYMENT WHEN
      *  CASH APPLICATION APPLIES IT, AND NETTING IT HERE WOULD
      *  CARRY IT FORWARD INTO NEXT MONTH'S OPENING BALANCE TWICE.
       CLOSE-FORWARD-BALANCE.
           COMPUTE WS-STATEMENT-BALANCE =
               WS-PREVIOUS-BALANCE + WS-PERIOD-CHARGES
                   - WS-PERIOD-CREDITS - WS-PERIOD-PAYMENTS.

           MOVE 'CHARGES THIS PERIOD:    ' TO WS-PTT-LABEL.
           MOVE WS-PERIOD-CHARGES TO WS-PTT-AMOUNT.
           MOVE WS-PERIOD-TOTAL-LINE TO WS-BUFFER-WORK-LINE.
           PERFORM BUFFER-STATEMENT-LINE.
           MOVE 'CREDITS THIS PERIOD:    ' TO WS-PTT-LABEL.
           COMPUTE WS-PTT-AMOUNT = 0 - WS-PERIOD-CREDITS.
           MOVE WS-PERIOD-TOTAL-LINE TO WS-BUFFER-WORK-LINE.
           PERFORM BUFFER-STATEMENT-LINE.
           MOVE 'PAYMENTS THIS PERIOD:   ' TO WS-PTT-LABEL.
           COMPUTE WS-PTT-AMOUNT = 0 - WS-PERIOD-PAYMENTS.
           MOVE WS-PERIOD-TOTAL-LINE TO WS-BUFFER-WORK-LINE.
           PERFORM BUFFER-STATEMENT-LINE.

      *  THE OTHER END OF A RE-BILL, UNDER THE INVOICE LINE IT
      *  EXPLAINS. THE LINE RIDES THE SUPPRESSION BUFFER LIKE THE
      *  INVOICE LINE ITSELF.
       BUFFER-INVOICE-LINKS.
           MOVE IM-CUSTOMER-NUMBER TO LN-CUSTOMER-NUMBER.
           MOVE IM-INVOICE-NUMBER  TO LN-INVOICE-NUMBER.
           SET LN-REPLACES TO TRUE.
           READ INVOICE-LINK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'REPLACES INVOICE    ' TO WS-ILK-TEXT
                   MOVE LN-LINKED-INVOICE-NUMBER
                       TO WS-ILK-INVOICE-NUMBER
                   MOVE WS-INVOICE-LINK-LINE TO WS-BUFFER-WORK-LINE
                   PERFORM BUFFER-STATEMENT-LINE
           END-READ.
           MOVE IM-CUSTOMER-NUMBER TO LN-CUSTOMER-NUMBER.
           MOVE IM-INVOICE-NUMBER  TO LN-INVOICE-NUMBER.
           SET LN-REPLACED-BY TO TRUE.
           READ INVOICE-LINK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'REPLACED BY INVOICE ' TO WS-ILK-TEXT
                   MOVE LN-LINKED-INVOICE-NUMBER
                       TO WS-ILK-INVOICE-NUMBER
                   MOVE WS-INVOICE-LINK-LINE TO WS-BUFFER-WORK-LINE
                   PERFORM BUFFER-STATEMENT-LINE
           END-READ.

      *  A LINE GOES TO THE BUFFER UNTIL THE SUPPRESSION DECISION;
      *  ONCE THE BUFFER OVERFLOWS, EVERYTHING HELD IS FLUSHED AND
      *  THE REST OF THE STATEMENT WRITES STRAIGHT THROUGH -- A
      *  STATEMENT THAT BIG IS NEVER A SUPPRESSION CANDIDATE. AN
      *  AGENCY-PLACED OR LEGALLY BARRED ACCOUNT'S STATEMENT NEVER
      *  PRINTS, SO ITS OVERFLOW IS DROPPED INSTEAD.
       BUFFER-STATEMENT-LINE.
           IF WS-STMT-FLUSHED
               WRITE STATEMENT-LINE FROM WS-BUFFER-WORK-LINE
                   MOVE WS-BUFFER-WORK-LINE
                       TO WS-STMT-LINE-ENTRY(WS-STMT-IDX)
               ELSE
                   IF NOT ST-PLACED-WITH-AGENCY AND
                      NOT ST-COLLECTION-BARRED AND
                      NOT ST-ADDRESS-BAD
                       PERFORM FLUSH-STATEMENT-BUFFER
                       WRITE STATEMENT-LINE FROM WS-BUFFER-WORK-LINE
                       MOVE WS-BUFFER-WORK-LINE TO WS-CAPTURE-LINE
                       PERFORM CAPTURE-HISTORY-LINE
                   END-IF
               END-IF
           END-IF.

                   REWRITE STATEMENT-HISTORY-RECORD
           END-WRITE.

      *  THE REMIT-TO OF THE COMPANY THE CUSTOMER IS BILLED BY, ON
      *  THE STUB. A COMPANY WITH NO REMIT-TO NAME OF ITS OWN IS
      *  REMITTED TO BY ITS COMPANY NAME.
       PRINT-REMIT-TO-BLOCK.
           MOVE 'N' TO WS-COMPANY-FOUND-FLAG.
           IF WS-COMPANY-OPEN
               MOVE ST-COMPANY-CODE TO CO-COMPANY-CODE
               IF CO-COMPANY-CODE = SPACES
                   MOVE WS-HOME-COMPANY-CODE TO CO-COMPANY-CODE
               END-IF
               MOVE 'Y' TO WS-COMPANY-FOUND-FLAG
               READ COMPANY-MASTER-FILE
                   INVALID KEY MOVE 'N' TO WS-COMPANY-FOUND-FLAG
               END-READ
           END-IF.

           IF WS-COMPANY-FOUND
               IF CO-REMIT-TO-NAME = SPACES
                   MOVE CO-COMPANY-NAME  TO WS-RMT-NAME
               ELSE
                   MOVE CO-REMIT-TO-NAME TO WS-RMT-NAME
               END-IF
               WRITE STATEMENT-LINE FROM WS-REMIT-TO-LINE
               MOVE WS-REMIT-TO-LINE TO WS-CAPTURE-LINE
               PERFORM CAPTURE-HISTORY-LINE
               MOVE CO-REMIT-ADDRESS-LINE-1 TO WS-RMT-ADDRESS
               WRITE STATEMENT-LINE FROM WS-REMIT-ADDRESS-LINE
               MOVE WS-REMIT-ADDRESS-LINE TO WS-CAPTURE-LINE
               PERFORM CAPTURE-HISTORY-LINE
               IF CO-REMIT-ADDRESS-LINE-2 NOT = SPACES
                   MOVE CO-REMIT-ADDRESS-LINE-2 TO WS-RMT-ADDRESS
                   WRITE STATEMENT-LINE FROM WS-REMIT-ADDRESS-LINE
                   MOVE WS-REMIT-ADDRESS-LINE TO WS-CAPTURE-LINE
                   PERFORM CAPTURE-HISTORY-LINE
               END-IF
               MOVE CO-REMIT-CITY  TO WS-RMT-CITY
               MOVE CO-REMIT-STATE TO WS-RMT-STATE
               MOVE CO-REMIT-ZIP   TO WS-RMT-ZIP
               WRITE STATEMENT-LINE FROM WS-REMIT-CITY-LINE
               MOVE WS-REMIT-CITY-LINE TO WS-CAPTURE-LINE
               PERFORM CAPTURE-HISTORY-LINE
           END-IF.

       FLUSH-STATEMENT-BUFFER.
           SET WS-STMT-FLUSHED TO TRUE.
           ADD 1 TO WS-STATEMENTS-PRINTED.
                   MOVE STATEMENT-EXTRACT-RECORD
                       TO WS-EXTRACT-BUFFER-ENTRY(WS-EXTRACT-IDX)
               ELSE
                   IF NOT ST-PLACED-WITH-AGENCY AND
                      NOT ST-COLLECTION-BARRED AND
                      NOT ST-ADDRESS-BAD
                       PERFORM FLUSH-EXTRACT-BUFFER
                       WRITE STATEMENT-EXTRACT-RECORD
                   END-IF
               END-IF
           END-IF.

               GO TO DECIDE-AND-RELEASE-EXIT
           END-IF.

           IF ST-COLLECTION-BARRED
               ADD 1 TO WS-SUPPRESSED-LEGAL
               GO TO DECIDE-AND-RELEASE-EXIT
           END-IF.

           IF ST-PLACED-WITH-AGENCY
               ADD 1 TO WS-SUPPRESSED-AGENCY
               GO TO DECIDE-AND-RELEASE-EXIT
           END-IF.

           IF WS-SKIP-CLOSED AND ST-CUSTOMER-CLOSED
               ADD 1 TO WS-SUPPRESSED-CLOSED
               GO TO DECIDE-AND-RELEASE-EXIT
           END-IF.

      *  A BALANCE-FORWARD CUSTOMER STILL OWING IS NOT "ZERO" JUST
      *  BECAUSE NOTHING HAPPENED THIS PERIOD.
           IF WS-SKIP-ZERO AND
              (WS-STATEMENT-BALANCE = 0 OR
               (WS-CUSTOMER-INVOICE-COUNT = 0 AND
                NOT ST-BALANCE-FORWARD-STATEMENT))
               ADD 1 TO WS-SUPPRESSED-ZERO
               GO TO DECIDE-AND-RELEASE-EXIT
           END-IF.
               GO TO DECIDE-AND-RELEASE-EXIT
           END-IF.

      *  THE ADDRESS TEST COMES LAST SO THE SKIP FILE LISTS ONLY
      *  STATEMENTS THAT WOULD REALLY HAVE GONE IN THE POST.
           IF ST-ADDRESS-BAD
               ADD 1 TO WS-SUPPRESSED-BAD-ADDRESS
               CALL 'WRITEMAILSKIP' USING WS-MAILSKIP-DOCUMENT
                                          ST-CUSTOMER-NUMBER
                                          ST-LAST-NAME
                                          WS-STATEMENT-BALANCE
                                          WS-MAILSKIP-CALLER
               GO TO DECIDE-AND-RELEASE-EXIT
           END-IF.

           PERFORM FLUSH-STATEMENT-BUFFER.
           ADD WS-CUSTOMER-INVOICE-COUNT TO WS-INVOICES-PRINTED.
           PERFORM PRINT-STATEMENT-TOTAL.
           MOVE 'T'                  TO SX-RECORD-TYPE.
           MOVE ST-CUSTOMER-NUMBER   TO SX-CUSTOMER-NUMBER.
           MOVE WS-STATEMENT-BALANCE TO SX-CLOSING-BALANCE.
           IF ST-BALANCE-FORWARD-STATEMENT
               COMPUTE SX-ITEM-COUNT = WS-CUSTOMER-INVOICE-COUNT
                                     + WS-CUSTOMER-PAYMENT-COUNT
               SET SX-BALANCE-FORWARD-STATEMENT TO TRUE
               MOVE WS-PRIOR-STATEMENT-DATE
                   TO SX-PREVIOUS-STATEMENT-DATE
               MOVE WS-PREVIOUS-BALANCE  TO SX-PREVIOUS-BALANCE
               MOVE WS-PERIOD-CHARGES    TO SX-PERIOD-CHARGES
               MOVE WS-PERIOD-CREDITS    TO SX-PERIOD-CREDITS
               MOVE WS-PERIOD-PAYMENTS   TO SX-PERIOD-PAYMENTS
               MOVE 'NEW BALANCE (USD):      ' TO WS-TOT-LABEL
           ELSE
               MOVE WS-CUSTOMER-INVOICE-COUNT TO SX-ITEM-COUNT
               MOVE 'O' TO SX-STATEMENT-STYLE
               MOVE 'STATEMENT BALANCE (USD):' TO WS-TOT-LABEL
           END-IF.
           WRITE STATEMENT-EXTRACT-RECORD.

           MOVE WS-STATEMENT-BALANCE TO WS-TOT-BALANCE.
               WRITE STATEMENT-LINE FROM WS-STUB-RULE-LINE
               MOVE WS-STUB-RULE-LINE TO WS-CAPTURE-LINE
               PERFORM CAPTURE-HISTORY-LINE
               IF ST-BALANCE-FORWARD-STATEMENT
                   MOVE WS-PREVIOUS-BALANCE  TO WS-SFW-PREVIOUS
                   MOVE WS-STATEMENT-BALANCE TO WS-SFW-NEW
                   WRITE STATEMENT-LINE FROM WS-STUB-FORWARD-LINE
                   MOVE WS-STUB-FORWARD-LINE TO WS-CAPTURE-LINE
                   PERFORM CAPTURE-HISTORY-LINE
               END-IF
               PERFORM PRINT-REMIT-TO-BLOCK
               MOVE ST-CUSTOMER-NUMBER   TO WS-SCN-CUSTOMER-NUMBER
               MOVE WS-STATEMENT-BALANCE TO WS-SCN-BALANCE
               WRITE STATEMENT-LINE FROM WS-SCANLINE

           WRITE STATEMENT-LINE FROM WS-BLANK-LINE.

           MOVE 'STMT'                 TO DX-DOCUMENT-TYPE.
           MOVE ST-CUSTOMER-NUMBER     TO DX-CUSTOMER-NUMBER.
           MOVE ST-ADDRESS-ZIP         TO DX-ADDRESS-ZIP.
           MOVE WS-DOC-LOOSE-LINES     TO DX-LINES-BEFORE.
           COMPUTE DX-LINE-COUNT = WS-HISTORY-LINE-NUMBER + 1.
           WRITE DOCUMENT-INDEX-RECORD.
           MOVE 0 TO WS-DOC-LOOSE-LINES.

       REPORT-ORPHAN-INVOICE.
           ADD 1 TO WS-ORPHAN-INVOICES.
           ADD 1 TO WS-DOC-LOOSE-LINES.
           MOVE IM-CUSTOMER-NUMBER TO WS-ORP-CUSTOMER-NUMBER.
           MOVE IM-INVOICE-NUMBER  TO WS-ORP-INVOICE-NUMBER.
           WRITE STATEMENT-LINE FROM WS-ORPHAN-LINE.
