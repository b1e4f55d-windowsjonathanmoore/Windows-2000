      ***********************************************************
      * FINCHG01 -- MONTH-END FINANCE-CHARGE ASSESSMENT              *
      *                                                              *
      * OUR TERMS ALLOW A MONTHLY FINANCE CHARGE ON PAST-DUE         *
      * BALANCES, BUT NOTHING COMPUTED ONE. THIS JOB READS THE       *
      * INVOICE MASTER EXTRACT, PRE-SORTED ASCENDING BY              *
      * IM-CUSTOMER-NUMBER (SAME CONVENTION AS INVCAP01 -- THIS JOB  *
      * DOES NOT SORT IT ITSELF), AGES EACH OPEN ITEM FROM ITS       *
      * IM-DUE-DATE WITH THE SAME FUNCTION INTEGER-OF-DAY ARITHMETIC *
      * INVAGE01 USES (NET 30 FROM THE INVOICE DATE WHEN NO DUE DATE *
      * WAS STAMPED), AND NETS EACH CUSTOMER'S PAST-DUE BALANCE      *
      * (CHARGES LESS CREDIT MEMOS, THE STMTGEN1 NETTING RULE; VOID, *
      * ON-HOLD, AND SETTLED ITEMS STAY OUT). A CUSTOMER WITH A      *
      * POSITIVE PAST-DUE BALANCE GETS ONE NEW IM-TYPE-CHARGE        *
      * TRANSACTION (INVTRAN.cpy, ADD ACTION) WRITTEN FOR INVPOST1   *
      * TO APPLY TO THE MASTER, AND ONE LINE ON THE ASSESSMENT       *
      * REGISTER. FINANCE-CHARGE INVOICE NUMBERS ARE ISSUED FROM THE *
      * RESERVED 9,9XX,XXX,XXX RANGE SO THEY CANNOT COLLIDE WITH     *
      * ORDINARY BILLING NUMBERS, AND EACH ONE IS LOGGED THROUGH     *
      * WRITEINVNUMLOG JUST AS CREATEINVOICENUMBER LOGS ITS OWN, SO  *
      * INVAUD01 CAN TELL THIS JOB'S USE OF THE RANGE FROM ANY OTHER.*
      * WHEN TODAY FALLS IN A FISCAL PERIOD FINANCE HAS ALREADY      *
      * CLOSED (PERCTL.cpy), THE PERIOD'S RULE DECIDES: REJECT MEANS *
      * THE RUN ASSESSES NOTHING AND GRADES CONDITION CODE 4, LIKE   *
      * THE HOLIDAY GUARD; MOVE MEANS THE CHARGES ARE DATED THE      *
      * FIRST DAY OF THE FIRST OPEN PERIOD, WITH TODAY KEPT AS       *
      * TR-ORIGINAL-ACTIVITY-DATE.                                   *
      * A CUSTOMER AGYPLC01 HAS PLACED WITH A COLLECTION AGENCY      *
      * (CD-PLACED-WITH-AGENCY ON THE CUSTDEMO.cpy MASTER) IS NOT    *
      * ASSESSED WHILE THE AGENCY HAS THE ACCOUNT -- THE PLACED      *
      * BALANCE IS WHAT THE AGENCY WAS TOLD TO COLLECT. NOR IS A     *
      * CUSTOMER IN BANKRUPTCY OR UNDER ANOTHER LEGAL HOLD           *
      * (CD-COLLECTION-BARRED, KEPT BY THE LGLMNT METHOD) -- NO      *
      * CHARGE MAY ACCRUE ON A STAYED DEBT. THE MASTER IS OPTIONAL:  *
      * WITHOUT IT EVERY CUSTOMER IS ASSESSED AS BEFORE.             *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHG01.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-REGISTER-FILE ASSIGN TO FINCHRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

           RECORD CONTAINS 132 CHARACTERS.
       01  CHARGE-REGISTER-LINE              PIC X(132).

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
       01  WS-FIRST-RECORD-FLAG              PIC X VALUE 'Y'.
           88  WS-FIRST-RECORD               VALUE 'Y'.

      *  THE CUSTOMER MASTER IS OPTIONAL -- IT ONLY ANSWERS WHETHER
      *  A CUSTOMER IS WITH A COLLECTION AGENCY OR LEGALLY BARRED
      *  FROM COLLECTION.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-OPENED-OK             VALUE '00'.
       01  WS-DEMO-FILE-FLAG                 PIC X VALUE 'N'.
           88  WS-DEMO-FILE-PRESENT          VALUE 'Y'.
       01  WS-DEMO-FOUND-FLAG                PIC X.
           88  WS-DEMO-FOUND                 VALUE 'Y'.

      *  MONTHLY FINANCE-CHARGE RATE APPLIED TO THE NETTED 31-PLUS-
      *  DAY BALANCE. 1.5 PERCENT PER MONTH, PER OUR STANDARD TERMS.
       01  WS-FINANCE-CHARGE-RATE            PIC V9(4) VALUE .0150.
           88  WS-CAL-ANSWERED               VALUE '00'.

       01  WS-TODAY-JULIAN                   PIC 9(7).

      *  FISCAL-PERIOD GUARD -- TODAY'S CHARGES MAY NOT LAND IN A
      *  PERIOD FINANCE HAS CLOSED. WS-CHARGE-POSTING-DATE IS THE
      *  DATE THE CHARGES CARRY: TODAY, OR THE FIRST DAY OF THE
      *  FIRST OPEN PERIOD WHEN TODAY'S PERIOD IS CLOSED.
       01  WS-PERIOD-POSTING-DATE            PIC 9(7).
       01  WS-PERIOD-STATUS-CODE             PIC X(1).
       01  WS-PERLKP-STATUS                  PIC X(2).
           88  WS-PERLKP-MOVED               VALUE '08'.
           88  WS-PERLKP-REJECTED            VALUE '12'.
       01  WS-CHARGE-POSTING-DATE            PIC 9(7).
       01  WS-CHARGE-ORIGINAL-DATE           PIC 9(7).
       01  WS-TODAY-INTEGER-DATE             PIC S9(9) COMP.
       01  WS-DUE-INTEGER-DATE               PIC S9(9) COMP.
       01  WS-DAYS-PAST-DUE                  PIC S9(9) COMP.

       01  WS-CURRENT-CUSTOMER-NUMBER        PIC 9(9).
       01  WS-PAST-DUE-BASE                  PIC S9(13)V9(2) COMP-3.
       01  WS-NEXT-CHARGE-NUMBER             PIC 9(10).
       01  WS-CHARGE-NUMBER-CEILING          PIC 9(10).

      *  THE ISSUE-LOG ENTRY FOR EACH CHARGE NUMBER ASSIGNED.
       01  WS-NUMLOG-ISSUED                  PIC X(1) VALUE 'I'.
       01  WS-NUMLOG-CALLER                  PIC X(8) VALUE 'FINCHG01'.
       01  WS-NUMLOG-COMPANY-CODE            PIC X(2) VALUE SPACES.
       01  WS-NUMLOG-NO-REASON               PIC X(40) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-CUSTOMERS-SCANNED          PIC 9(9) COMP VALUE 0.
           05  WS-CHARGES-ASSESSED           PIC 9(9) COMP VALUE 0.
           05  WS-AGENCY-SKIPPED             PIC 9(9) COMP VALUE 0.
           05  WS-LEGAL-SKIPPED              PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-CHARGED              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

               VALUE 'TOTAL CHARGED:          '.
           05  WS-SUM-TOTAL-CHARGED          PIC -(12)9.99.

       01  WS-AGENCY-SUMMARY-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'SKIPPED, AT AGENCY:     '.
           05  WS-SUM-AGENCY-SKIPPED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'SKIPPED, LEGAL STATUS:  '.
           05  WS-SUM-LEGAL-SKIPPED          PIC ZZZ,ZZZ,ZZ9.

       01  WS-PERIOD-CLOSED-LINE.
           05  FILLER                        PIC X(44)
               VALUE 'CLOSED FISCAL PERIOD -- NO CHARGES ASSESSED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT INVOICE-EXTRACT-FILE
                OUTPUT CHARGE-TRANSACTION-FILE
                       CHARGE-REGISTER-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.

      *  THE CALENDAR DECIDES WHETHER TODAY ASSESSES AT ALL -- A
      *  HOLIDAY RERUN ONCE DOUBLE-ASSESSED FINANCE CHARGES.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(WS-TODAY-INTEGER-DATE).

           MOVE WS-TODAY-JULIAN TO WS-CHARGE-POSTING-DATE.
           MOVE 0 TO WS-CHARGE-ORIGINAL-DATE.
           CALL 'LOOKUPPERIODSTATUS' USING WS-TODAY-JULIAN
                                           WS-PERIOD-POSTING-DATE
                                           WS-PERIOD-STATUS-CODE
                                           WS-PERLKP-STATUS.
           IF WS-PERLKP-REJECTED
               WRITE CHARGE-REGISTER-LINE FROM WS-TITLE-LINE-1
               MOVE SPACES TO CHARGE-REGISTER-LINE
               WRITE CHARGE-REGISTER-LINE
               WRITE CHARGE-REGISTER-LINE FROM WS-PERIOD-CLOSED-LINE
               CLOSE INVOICE-EXTRACT-FILE
                     CHARGE-TRANSACTION-FILE
                     CHARGE-REGISTER-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PERLKP-MOVED
               MOVE WS-PERIOD-POSTING-DATE TO WS-CHARGE-POSTING-DATE
               MOVE WS-TODAY-JULIAN        TO WS-CHARGE-ORIGINAL-DATE
           END-IF.

      *  99 / YY / MM / 0001 -- SEE THE RESERVED-RANGE NOTE ABOVE.
           COMPUTE WS-NEXT-CHARGE-NUMBER =
               9900000000 +
           MOVE SPACES TO CHARGE-REGISTER-LINE.
           WRITE CHARGE-REGISTER-LINE.

           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF WS-DEMO-OPENED-OK
               SET WS-DEMO-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.

           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
           MOVE WS-CHARGES-ASSESSED TO WS-SUM-CHARGES.
           MOVE WS-TOTAL-CHARGED    TO WS-SUM-TOTAL-CHARGED.
           WRITE CHARGE-REGISTER-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-AGENCY-SKIPPED   TO WS-SUM-AGENCY-SKIPPED.
           MOVE WS-LEGAL-SKIPPED    TO WS-SUM-LEGAL-SKIPPED.
           WRITE CHARGE-REGISTER-LINE FROM WS-AGENCY-SUMMARY-LINE.

           CLOSE INVOICE-EXTRACT-FILE
                 CHARGE-TRANSACTION-FILE
                 CHARGE-REGISTER-FILE.
           IF WS-DEMO-FILE-PRESENT
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.
           GOBACK.

       READ-NEXT-INVOICE.
           MOVE IM-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER-NUMBER.
           MOVE 0 TO WS-PAST-DUE-BASE.

      *  ROLL THIS INVOICE INTO THE CUSTOMER'S NETTED PAST-DUE
      *  BALANCE IF IT QUALIFIES: OPEN, NOT ON HOLD, NOT VOID, AND
      *  PAST ITS DUE DATE. EACH AMOUNT IS RESTATED THROUGH
      *  IM-INVOICE-EXCHANGE-RATE INTO USD BEFORE NETTING, THE SAME
      *  WAY THE STATEMENT AND AGING TOTALS ARE -- THE EMITTED
      *  CHARGE IS A USD INVOICE, SO ITS BASE MUST BE USD TOO.
           IF IM-INVOICE-ON-HOLD OR IM-INVOICE-PAID OR IM-TYPE-VOID
               CONTINUE
           ELSE
               IF IM-DUE-DATE > 0
                   COMPUTE WS-DUE-INTEGER-DATE =
                       FUNCTION INTEGER-OF-DAY(IM-DUE-DATE)
               ELSE
                   COMPUTE WS-DUE-INTEGER-DATE =
                       FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE) + 30
               END-IF
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-TODAY-INTEGER-DATE - WS-DUE-INTEGER-DATE
               IF WS-DAYS-PAST-DUE > 0
                   COMPUTE WS-USD-AMOUNT ROUNDED =
                       IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE
                   IF IM-TYPE-CHARGE
      *****************************************************************
      *  THE CUSTOMER GROUP JUST ENDED -- IF THE NETTED PAST-DUE       *
      *  BALANCE IS POSITIVE, WRITE ONE FINANCE-CHARGE TRANSACTION     *
      *  FOR INVPOST1 AND ONE REGISTER LINE -- UNLESS THE ACCOUNT IS   *
      *  WITH A COLLECTION AGENCY OR LEGALLY BARRED FROM COLLECTION.   *
      *****************************************************************
       ASSESS-CURRENT-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-SCANNED.
           IF WS-PAST-DUE-BASE > 0
               PERFORM CHECK-COLLECTION-STATUS
               IF WS-DEMO-FOUND AND CD-COLLECTION-BARRED
                   ADD 1 TO WS-LEGAL-SKIPPED
                   MOVE 0 TO WS-PAST-DUE-BASE
               END-IF
               IF WS-DEMO-FOUND AND CD-PLACED-WITH-AGENCY
                   ADD 1 TO WS-AGENCY-SKIPPED
                   MOVE 0 TO WS-PAST-DUE-BASE
               END-IF
           END-IF.
           IF WS-PAST-DUE-BASE NOT GREATER THAN 0 OR
              WS-NEXT-CHARGE-NUMBER > WS-CHARGE-NUMBER-CEILING
               CONTINUE
               MOVE 'A'                        TO TR-ACTION
               MOVE WS-CURRENT-CUSTOMER-NUMBER TO TR-CUSTOMER-NUMBER
               MOVE WS-NEXT-CHARGE-NUMBER      TO TR-INVOICE-NUMBER
               MOVE WS-CHARGE-POSTING-DATE     TO TR-INVOICE-DATE
               MOVE WS-CHARGE-ORIGINAL-DATE    TO
                   TR-ORIGINAL-ACTIVITY-DATE
               MOVE WS-CHARGE-AMOUNT           TO TR-INVOICE-AMOUNT
               MOVE 'USD'                      TO
                   TR-INVOICE-CURRENCY-CODE
               MOVE WS-CHARGE-AMOUNT      TO WS-REG-CHARGE
               WRITE CHARGE-REGISTER-LINE FROM WS-REGISTER-LINE

               CALL 'WRITEINVNUMLOG' USING WS-NUMLOG-ISSUED
                                           WS-NEXT-CHARGE-NUMBER
                                           WS-NUMLOG-CALLER
                                           WS-NUMLOG-COMPANY-CODE
                                           WS-NUMLOG-NO-REASON

               ADD 1 TO WS-CHARGES-ASSESSED
               ADD WS-CHARGE-AMOUNT TO WS-TOTAL-CHARGED
               ADD 1 TO WS-NEXT-CHARGE-NUMBER
           END-IF.

       CHECK-COLLECTION-STATUS.
           MOVE 'N' TO WS-DEMO-FOUND-FLAG.
           IF WS-DEMO-FILE-PRESENT
               MOVE WS-CURRENT-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-DEMO-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
               END-READ
           END-IF.
