      ***********************************************************
      * ALWRSV01 -- MONTH-END ALLOWANCE FOR DOUBTFUL ACCOUNTS        *
      *                                                              *
      * FINANCE WORKED THE BAD-DEBT RESERVE OUT EVERY MONTH-END IN   *
      * A SPREADSHEET FROM THE INVAGE01 TOTALS AND KEYED THE         *
      * ADJUSTMENT INTO THE LEDGER BY HAND. THIS JOB READS THE       *
      * ARSNAP01 SNAPSHOT (ARSNAP.cpy) AND THE INVOICE EXTRACT, BOTH *
      * PRE-SORTED BY CUSTOMER, AND AGES EACH CUSTOMER'S OPEN        *
      * CHARGES INTO THE INVAGE01 BUCKETS AS OF THE MONTH-END. THE   *
      * CUSTOMER'S SNAPSHOT NET BALANCE IS SPREAD OVER THOSE         *
      * BUCKETS OLDEST FIRST (OPEN CREDITS ABSORB THE YOUNGEST       *
      * CHARGES) AND RESERVED AT THE BUCKET PERCENTAGES FROM THE     *
      * OPTIONAL PARAMETER FILE; A CUSTOMER IN BANKRUPTCY OR PLACED  *
      * WITH AN AGENCY (CD-COLLECTION-STATUS) IS RESERVED AT 100     *
      * PERCENT WHATEVER THE AGE. A CUSTOMER WITH NO NET DEBIT       *
      * BALANCE CARRIES NO RESERVE. ONE ALWRSV.cpy RECORD PER        *
      * RESERVED CUSTOMER GOES TO THIS MONTH'S RESERVE FILE, WHICH   *
      * NEXT MONTH'S RUN READS BACK AS THE PRIOR RESERVE. THE        *
      * REPORT SHOWS EACH CATEGORY'S BALANCE, RATE, RESERVE, LAST    *
      * MONTH'S RESERVE AND THE CHANGE, THE ACCOUNTS RESERVED IN     *
      * FULL, AND THE ADJUSTMENT; THE ADJUSTMENT IS APPENDED TO THE  *
      * GLFEED.cpy SIDE FEED AS AN ARSV ACTIVITY FOR TONIGHT'S       *
      * GLEXTR01. NO PRIOR RESERVE FILE BOOKS THE WHOLE RESERVE AND  *
      * GRADES A WARNING (RC 4) SO A MISSING FILE IS NOT MISTAKEN    *
      * FOR THE FIRST MONTH ON THE NEW SYSTEM.                       *
      * EACH COMPANY (COMPMAST.cpy) KEEPS ITS OWN LEDGER, SO THE     *
      * RESERVE IS RUN ONCE PER COMPANY -- THE PARAMETER FILE NAMES  *
      * THE COMPANY (SPACES ARE THE HOME COMPANY '01'), CUSTOMERS OF *
      * OTHER COMPANIES ARE SKIPPED, AND THE ADJUSTMENT IS FED TO    *
      * THAT COMPANY'S LEDGER.                                       *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALWRSV01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO SNAPIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-EXTRACT-FILE ASSIGN TO INVXTRCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT PRIOR-RESERVE-FILE ASSIGN TO RSVPRV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT CURRENT-RESERVE-FILE ASSIGN TO RSVOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESERVE-REPORT-FILE ASSIGN TO RSVRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESERVE-PARM-FILE ASSIGN TO RSVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GL-SIDE-FEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           COPY ARSNAP.

       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  PRIOR-RESERVE-FILE.
           COPY ALWRSV
               REPLACING ALLOWANCE-RESERVE-RECORD BY
                             PRIOR-RESERVE-RECORD
                         LEADING ==RV== BY ==PV==.

       FD  CURRENT-RESERVE-FILE.
           COPY ALWRSV.

       FD  RESERVE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RESERVE-REPORT-LINE               PIC X(132).

      *  AS-OF DATE (YYYYMMDD) AND THE FIVE AGING-BUCKET RESERVE
      *  PERCENTAGES, CURRENT THROUGH OVER 90. A BLANK OR
      *  NON-NUMERIC FIELD, OR ONE OVER 100, KEEPS ITS DEFAULT.
      *  THE COMPANY CODE PICKS THE LEGAL ENTITY BEING RESERVED --
      *  SPACES ARE THE HOME COMPANY.
       FD  RESERVE-PARM-FILE.
       01  RESERVE-PARM-RECORD.
           05  RP-AS-OF-DATE                 PIC 9(8).
           05  RP-BUCKET-PERCENT             PIC 9(3)V9(2)
                                              OCCURS 5 TIMES.
           05  RP-COMPANY-CODE               PIC X(2).
           05  FILLER                        PIC X(45).

       FD  GL-SIDE-FEED-FILE.
           COPY GLFEED.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-SNAP-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-NO-MORE-SNAPSHOTS          VALUE 'Y'.
       01  WS-EXTRACT-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-NO-MORE-INVOICES           VALUE 'Y'.
       01  WS-PRIOR-EOF-FLAG                 PIC X VALUE 'N'.
           88  WS-NO-MORE-PRIOR              VALUE 'Y'.

       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-DEMO-FILE-PRESENT              PIC X VALUE 'N'.
           88  WS-DEMO-PRESENT               VALUE 'Y'.
       01  WS-DEMO-FOUND-FLAG                PIC X.
           88  WS-DEMO-FOUND                 VALUE 'Y'.
       01  WS-PRIOR-STATUS                   PIC X(2).
           88  WS-PRIOR-OPENED-OK            VALUE '00'.
       01  WS-PRIOR-PRESENT-FLAG             PIC X VALUE 'N'.
           88  WS-PRIOR-PRESENT              VALUE 'Y'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.
       01  WS-FEED-STATUS                    PIC X(2).
           88  WS-FEED-STATUS-OK             VALUE '00'.

      *  EACH COMPANY KEEPS ITS OWN LEDGER, SO EACH IS RESERVED BY
      *  ITS OWN RUN WITH ITS OWN PRIOR AND CURRENT RESERVE FILES. A
      *  CUSTOMER BELONGS TO THE COMPANY ON ITS CUSTOMER RECORD; NO
      *  RECORD OR A BLANK CODE IS THE HOME COMPANY.
       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.
       01  WS-RESERVE-COMPANY-CODE           PIC X(2).
       01  WS-CUSTOMER-COMPANY-CODE          PIC X(2).
       01  WS-PRIOR-COMPANY-CODE             PIC X(2).

      *  THE AS-OF DATE DEFAULTS TO THE MOST RECENT FLAGGED
      *  MONTH-END ON THE BUSCAL CALENDAR (TODAY WITH NO CALENDAR
      *  LOADED), THE SAME ANCHOR ARSNAP01 CLOSES THE SNAPSHOT ON.
       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-AS-OF-YYYYMMDD                 PIC 9(8).
       01  WS-AS-OF-INTEGER-DATE             PIC S9(9) COMP.
       01  WS-DUE-INTEGER-DATE               PIC S9(9) COMP.
       01  WS-DAYS-PAST-DUE                  PIC S9(9) COMP.
       01  WS-CAL-FUNCTION                   PIC X(1).
       01  WS-CAL-DATE                       PIC 9(8).
       01  WS-CAL-DAY-TYPE                   PIC X(1).
       01  WS-CAL-MONTH-END-FLAG             PIC X(1).
       01  WS-CAL-LOOKUP-STATUS              PIC X(2).
           88  WS-CAL-ANSWERED               VALUE '00'.

      *  RESERVE CATEGORIES -- 1-5 THE AGING BUCKETS, 6 BANKRUPTCY,
      *  7 AGENCY PLACEMENT, THE SAME ORDER AS RV-CATEGORY.
       01  WS-CATEGORY-COUNT                 PIC 9(4) COMP VALUE 7.
       01  WS-CATEGORY-LABEL-VALUES.
           05  FILLER                        PIC X(14)
               VALUE 'CURRENT'.
           05  FILLER                        PIC X(14)
               VALUE '1-30 DAYS'.
           05  FILLER                        PIC X(14)
               VALUE '31-60 DAYS'.
           05  FILLER                        PIC X(14)
               VALUE '61-90 DAYS'.
           05  FILLER                        PIC X(14)
               VALUE 'OVER 90 DAYS'.
           05  FILLER                        PIC X(14)
               VALUE 'BANKRUPTCY'.
           05  FILLER                        PIC X(14)
               VALUE 'AGENCY'.
       01  FILLER REDEFINES WS-CATEGORY-LABEL-VALUES.
           05  WS-CATEGORY-LABEL             PIC X(14)
                                              OCCURS 7 TIMES.

       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 7 TIMES.
               10  WS-CAT-PERCENT            PIC 9(3)V9(2) COMP-3.
               10  WS-CAT-BALANCE            PIC S9(13)V9(2) COMP-3.
               10  WS-CAT-RESERVE            PIC S9(13)V9(2) COMP-3.
               10  WS-CAT-PRIOR-RESERVE      PIC S9(13)V9(2) COMP-3.
       01  WS-CAT                            PIC 9(4) COMP.

      *  ONE CUSTOMER'S OPEN CHARGES BY AGING BUCKET, USD.
       01  WS-AGED-TABLE.
           05  WS-AGED-CHARGES               PIC S9(13)V9(2) COMP-3
                                              OCCURS 5 TIMES.
       01  WS-BUCKET                         PIC 9(4) COMP.
       01  WS-USD-AMOUNT                     PIC S9(13)V9(2) COMP-3.
       01  WS-REMAINING-BALANCE              PIC S9(13)V9(2) COMP-3.
       01  WS-TAKEN-AMOUNT                   PIC S9(13)V9(2) COMP-3.

      *  ACCOUNTS RESERVED IN FULL, LISTED AFTER THE CATEGORY
      *  TOTALS. EVERY BOUNDED TABLE IN THIS SUITE REPORTS ITS
      *  OVERFLOW.
       01  WS-MAX-FULL                       PIC 9(4) COMP VALUE 500.
       01  WS-FULL-TABLE.
           05  WS-FULL-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-FULL-IDX.
               10  WS-FUL-CUSTOMER-NUMBER    PIC 9(9).
               10  WS-FUL-CATEGORY           PIC 9(4) COMP.
               10  WS-FUL-BALANCE            PIC S9(13)V9(2) COMP-3.
       01  WS-FULL-COUNT                     PIC 9(4) COMP VALUE 0.
       01  WS-FULL-OVERFLOW                  PIC 9(9) COMP VALUE 0.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ             PIC 9(9) COMP VALUE 0.
           05  WS-CUSTOMERS-RESERVED         PIC 9(9) COMP VALUE 0.
           05  WS-CUSTOMERS-NO-BALANCE       PIC 9(9) COMP VALUE 0.
           05  WS-PRIOR-RECORDS-READ         PIC 9(9) COMP VALUE 0.
           05  WS-CUSTOMERS-OTHER-COMPANY    PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-BALANCE              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-RESERVE              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-TOTAL-PRIOR-RESERVE        PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-RESERVE-ADJUSTMENT         PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'ALLOWANCE FOR DOUBTFUL ACCOUNTS RESERVE REPORT'.
           05  FILLER                        PIC X(7) VALUE 'AS OF '.
           05  WS-TTL-AS-OF-DATE             PIC 9(8).
           05  FILLER                        PIC X(10)
               VALUE '  COMPANY '.
           05  WS-TTL-COMPANY-CODE           PIC X(2).

       01  WS-HEADER-LINE.
           05  FILLER                        PIC X(14)
               VALUE 'CATEGORY'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE '   BALANCE (USD)'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE '   PCT'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE '         RESERVE'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE '   PRIOR RESERVE'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE '          CHANGE'.

       01  WS-CATEGORY-LINE.
           05  WS-CTL-LABEL                  PIC X(14).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CTL-BALANCE                PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CTL-PERCENT                PIC ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CTL-RESERVE                PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CTL-PRIOR-RESERVE          PIC -(12)9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CTL-CHANGE                 PIC -(12)9.99.

       01  WS-FULL-HEADER-LINE.
           05  FILLER                        PIC X(40)
               VALUE 'ACCOUNTS RESERVED AT 100 PERCENT:'.

       01  WS-FULL-LINE.
           05  WS-FLL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-FLL-LABEL                  PIC X(14).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-FLL-BALANCE                PIC -(12)9.99.
           05  FILLER                        PIC X(4) VALUE ' USD'.

       01  WS-FULL-OVERFLOW-LINE.
           05  WS-FOV-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(52)
               VALUE ' FULL-RESERVE ACCOUNTS PAST TABLE BOUND'.

       01  WS-NO-PRIOR-LINE.
           05  FILLER                        PIC X(52)
               VALUE 'NO PRIOR RESERVE FILE, WHOLE RESERVE BOOKED'.

       01  WS-ADJUSTMENT-LINE.
           05  FILLER                        PIC X(40)
               VALUE 'RESERVE ADJUSTMENT FED TO GL (ARSV):    '.
           05  WS-ADJ-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(4) VALUE ' USD'.

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(20)
               VALUE 'CUSTOMERS READ:     '.
           05  WS-SUM-READ                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'CUSTOMERS RESERVED: '.
           05  WS-SUM-RESERVED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'NO DEBIT BALANCE:   '.
           05  WS-SUM-NO-BALANCE             PIC ZZZ,ZZZ,ZZ9.

       01  WS-OTHER-COMPANY-LINE.
           05  FILLER                        PIC X(36)
               VALUE 'CUSTOMERS OF OTHER COMPANIES SKIPPED'.
           05  FILLER                        PIC X(2) VALUE ': '.
           05  WS-OCL-SKIPPED                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-AS-OF-YYYYMMDD.
           MOVE 'M' TO WS-CAL-FUNCTION.
           MOVE WS-TODAY-YYYYMMDD TO WS-CAL-DATE.
           CALL 'LOOKUPCALENDARDAY' USING WS-CAL-FUNCTION
                                          WS-CAL-DATE
                                          WS-CAL-DAY-TYPE
                                          WS-CAL-MONTH-END-FLAG
                                          WS-CAL-LOOKUP-STATUS.
           IF WS-CAL-ANSWERED
               MOVE WS-CAL-DATE TO WS-AS-OF-YYYYMMDD
           END-IF.

      *  DEFAULT RATES: 1, 5, 15, 35 AND 75 PERCENT BY BUCKET;
      *  BANKRUPTCY AND AGENCY ARE ALWAYS 100.
           MOVE 1   TO WS-CAT-PERCENT(1).
           MOVE 5   TO WS-CAT-PERCENT(2).
           MOVE 15  TO WS-CAT-PERCENT(3).
           MOVE 35  TO WS-CAT-PERCENT(4).
           MOVE 75  TO WS-CAT-PERCENT(5).
           MOVE 100 TO WS-CAT-PERCENT(6).
           MOVE 100 TO WS-CAT-PERCENT(7).
           PERFORM VARYING WS-CAT FROM 1 BY 1
                   UNTIL WS-CAT > WS-CATEGORY-COUNT
               MOVE 0 TO WS-CAT-BALANCE(WS-CAT)
               MOVE 0 TO WS-CAT-RESERVE(WS-CAT)
               MOVE 0 TO WS-CAT-PRIOR-RESERVE(WS-CAT)
           END-PERFORM.

           MOVE WS-HOME-COMPANY-CODE TO WS-RESERVE-COMPANY-CODE.
           PERFORM READ-RESERVE-PARM THRU READ-RESERVE-PARM-EXIT.
           COMPUTE WS-AS-OF-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-YYYYMMDD).

           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF WS-DEMO-STATUS-OK
               SET WS-DEMO-PRESENT TO TRUE
           ELSE
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.

           PERFORM LOAD-PRIOR-RESERVE THRU LOAD-PRIOR-RESERVE-EXIT.

           OPEN INPUT SNAPSHOT-FILE
                      INVOICE-EXTRACT-FILE
                OUTPUT CURRENT-RESERVE-FILE
                       RESERVE-REPORT-FILE.

           MOVE WS-AS-OF-YYYYMMDD TO WS-TTL-AS-OF-DATE.
           MOVE WS-RESERVE-COMPANY-CODE TO WS-TTL-COMPANY-CODE.
           WRITE RESERVE-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO RESERVE-REPORT-LINE.
           WRITE RESERVE-REPORT-LINE.
           WRITE RESERVE-REPORT-LINE FROM WS-HEADER-LINE.

           PERFORM READ-NEXT-INVOICE.
           PERFORM READ-NEXT-SNAPSHOT.
           PERFORM UNTIL WS-NO-MORE-SNAPSHOTS
               ADD 1 TO WS-CUSTOMERS-READ
               PERFORM RESERVE-ONE-CUSTOMER THRU
                       RESERVE-ONE-CUSTOMER-EXIT
               PERFORM READ-NEXT-SNAPSHOT
           END-PERFORM.

           CLOSE SNAPSHOT-FILE
                 INVOICE-EXTRACT-FILE
                 CURRENT-RESERVE-FILE.
           IF WS-DEMO-PRESENT
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
           END-IF.

           PERFORM WRITE-CATEGORY-LINES.
           PERFORM WRITE-FULL-RESERVE-LIST.

           COMPUTE WS-RESERVE-ADJUSTMENT =
               WS-TOTAL-RESERVE - WS-TOTAL-PRIOR-RESERVE.
           PERFORM FEED-THE-ADJUSTMENT THRU FEED-THE-ADJUSTMENT-EXIT.

           MOVE SPACES TO RESERVE-REPORT-LINE.
           WRITE RESERVE-REPORT-LINE.
           IF NOT WS-PRIOR-PRESENT
               WRITE RESERVE-REPORT-LINE FROM WS-NO-PRIOR-LINE
           END-IF.
           MOVE WS-RESERVE-ADJUSTMENT TO WS-ADJ-AMOUNT.
           WRITE RESERVE-REPORT-LINE FROM WS-ADJUSTMENT-LINE.
           MOVE WS-CUSTOMERS-READ       TO WS-SUM-READ.
           MOVE WS-CUSTOMERS-RESERVED   TO WS-SUM-RESERVED.
           MOVE WS-CUSTOMERS-NO-BALANCE TO WS-SUM-NO-BALANCE.
           WRITE RESERVE-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-CUSTOMERS-OTHER-COMPANY TO WS-OCL-SKIPPED.
           WRITE RESERVE-REPORT-LINE FROM WS-OTHER-COMPANY-LINE.

           IF WS-PRIOR-PRESENT AND WS-FULL-OVERFLOW = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE RESERVE-REPORT-FILE.
           GOBACK.

       READ-RESERVE-PARM.
           OPEN INPUT RESERVE-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-RESERVE-PARM-EXIT
           END-IF.
           READ RESERVE-PARM-FILE
               AT END GO TO CLOSE-RESERVE-PARM
           END-READ.
           IF RP-AS-OF-DATE NUMERIC AND RP-AS-OF-DATE > 0
               MOVE RP-AS-OF-DATE TO WS-AS-OF-YYYYMMDD
           END-IF.
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 5
               IF RP-BUCKET-PERCENT(WS-CAT) NUMERIC AND
                  RP-BUCKET-PERCENT(WS-CAT) NOT > 100
                   MOVE RP-BUCKET-PERCENT(WS-CAT)
                       TO WS-CAT-PERCENT(WS-CAT)
               END-IF
           END-PERFORM.
           IF RP-COMPANY-CODE NOT = SPACES
               MOVE RP-COMPANY-CODE TO WS-RESERVE-COMPANY-CODE
           END-IF.
       CLOSE-RESERVE-PARM.
           CLOSE RESERVE-PARM-FILE.
       READ-RESERVE-PARM-EXIT.
           EXIT.

      *  LAST MONTH'S RESERVE, TOTALLED BY CATEGORY. A MISSING FILE
      *  LEAVES THE PRIOR AT ZERO.
       LOAD-PRIOR-RESERVE.
           OPEN INPUT PRIOR-RESERVE-FILE.
           IF NOT WS-PRIOR-OPENED-OK
               CLOSE PRIOR-RESERVE-FILE
               GO TO LOAD-PRIOR-RESERVE-EXIT
           END-IF.
           SET WS-PRIOR-PRESENT TO TRUE.

           PERFORM READ-NEXT-PRIOR.
           PERFORM UNTIL WS-NO-MORE-PRIOR
               ADD 1 TO WS-PRIOR-RECORDS-READ
               MOVE PV-COMPANY-CODE TO WS-PRIOR-COMPANY-CODE
               IF WS-PRIOR-COMPANY-CODE = SPACES
                   MOVE WS-HOME-COMPANY-CODE TO WS-PRIOR-COMPANY-CODE
               END-IF
               IF WS-PRIOR-COMPANY-CODE = WS-RESERVE-COMPANY-CODE
                   PERFORM VARYING WS-CAT FROM 1 BY 1
                           UNTIL WS-CAT > WS-CATEGORY-COUNT
                       ADD PV-RESERVE(WS-CAT)
                           TO WS-CAT-PRIOR-RESERVE(WS-CAT)
                   END-PERFORM
                   ADD PV-TOTAL-RESERVE TO WS-TOTAL-PRIOR-RESERVE
               END-IF
               PERFORM READ-NEXT-PRIOR
           END-PERFORM.

           CLOSE PRIOR-RESERVE-FILE.

       LOAD-PRIOR-RESERVE-EXIT.
           EXIT.

       READ-NEXT-PRIOR.
           READ PRIOR-RESERVE-FILE
               AT END MOVE 'Y' TO WS-PRIOR-EOF-FLAG
           END-READ.

       READ-NEXT-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END MOVE 'Y' TO WS-SNAP-EOF-FLAG
           END-READ.

       READ-NEXT-INVOICE.
           READ INVOICE-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EXTRACT-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE SNAPSHOT CUSTOMER: AGE THEIR OPEN CHARGES OFF THE         *
      *  EXTRACT, SPREAD THE NET BALANCE OVER THE BUCKETS (OR PUT IT   *
      *  ALL IN THE BANKRUPTCY/AGENCY CATEGORY), RESERVE EACH          *
      *  CATEGORY AT ITS RATE, AND WRITE THE RESERVE RECORD.           *
      *****************************************************************
       RESERVE-ONE-CUSTOMER.
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 5
               MOVE 0 TO WS-AGED-CHARGES(WS-BUCKET)
           END-PERFORM.

      *  THE EXTRACT CARRIES CUSTOMERS THE SNAPSHOT DROPPED (NOTHING
      *  OPEN) -- STEP PAST THEM TO THIS CUSTOMER'S GROUP.
           PERFORM UNTIL WS-NO-MORE-INVOICES
                   OR IM-CUSTOMER-NUMBER NOT < SN-CUSTOMER-NUMBER
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.
           PERFORM UNTIL WS-NO-MORE-INVOICES
                   OR IM-CUSTOMER-NUMBER NOT = SN-CUSTOMER-NUMBER
               IF IM-TYPE-CHARGE AND NOT IM-INVOICE-PAID
                   PERFORM AGE-OPEN-CHARGE
               END-IF
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.

           MOVE 'N' TO WS-DEMO-FOUND-FLAG.
           IF WS-DEMO-PRESENT
               MOVE SN-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-DEMO-FOUND-FLAG
               READ CUSTOMER-DEMOGRAPHIC-FILE
                   INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
               END-READ
           END-IF.

      *  ANOTHER COMPANY'S CUSTOMER IS RESERVED ON THAT COMPANY'S
      *  RUN, AGAINST THAT COMPANY'S LEDGER.
           MOVE WS-HOME-COMPANY-CODE TO WS-CUSTOMER-COMPANY-CODE.
           IF WS-DEMO-FOUND AND CD-COMPANY-CODE NOT = SPACES
               MOVE CD-COMPANY-CODE TO WS-CUSTOMER-COMPANY-CODE
           END-IF.
           IF WS-CUSTOMER-COMPANY-CODE NOT = WS-RESERVE-COMPANY-CODE
               ADD 1 TO WS-CUSTOMERS-OTHER-COMPANY
               GO TO RESERVE-ONE-CUSTOMER-EXIT
           END-IF.

           IF SN-NET-BALANCE NOT > 0
               ADD 1 TO WS-CUSTOMERS-NO-BALANCE
               GO TO RESERVE-ONE-CUSTOMER-EXIT
           END-IF.

           INITIALIZE ALLOWANCE-RESERVE-RECORD.
           MOVE SN-CUSTOMER-NUMBER TO RV-CUSTOMER-NUMBER.
           MOVE WS-AS-OF-YYYYMMDD  TO RV-AS-OF-DATE.
           MOVE WS-RESERVE-COMPANY-CODE TO RV-COMPANY-CODE.

           EVALUATE TRUE
               WHEN WS-DEMO-FOUND AND CD-IN-BANKRUPTCY
                   MOVE SN-NET-BALANCE TO RV-BALANCE(6)
                   MOVE 6 TO WS-CAT
                   PERFORM LIST-FULL-RESERVE
               WHEN WS-DEMO-FOUND AND CD-PLACED-WITH-AGENCY
                   MOVE SN-NET-BALANCE TO RV-BALANCE(7)
                   MOVE 7 TO WS-CAT
                   PERFORM LIST-FULL-RESERVE
               WHEN OTHER
                   PERFORM SPREAD-NET-BALANCE
           END-EVALUATE.

           PERFORM VARYING WS-CAT FROM 1 BY 1
                   UNTIL WS-CAT > WS-CATEGORY-COUNT
               COMPUTE RV-RESERVE(WS-CAT) ROUNDED =
                   RV-BALANCE(WS-CAT) * WS-CAT-PERCENT(WS-CAT) / 100
               ADD RV-BALANCE(WS-CAT) TO WS-CAT-BALANCE(WS-CAT)
               ADD RV-RESERVE(WS-CAT) TO WS-CAT-RESERVE(WS-CAT)
               ADD RV-RESERVE(WS-CAT) TO RV-TOTAL-RESERVE
           END-PERFORM.
           ADD SN-NET-BALANCE   TO WS-TOTAL-BALANCE.
           ADD RV-TOTAL-RESERVE TO WS-TOTAL-RESERVE.

           WRITE ALLOWANCE-RESERVE-RECORD.
           ADD 1 TO WS-CUSTOMERS-RESERVED.

       RESERVE-ONE-CUSTOMER-EXIT.
           EXIT.

      *  SAME BUCKETS AND SAME USD RESTATEMENT AS INVAGE01, AGED TO
      *  THE AS-OF DATE; AN INVOICE POSTED BEFORE DUE DATES WERE
      *  STAMPED AGES AS NET 30. A DISPUTED ITEM STILL AGES HERE --
      *  THE HOLD KEEPS IT OFF THE COLLECTIONS TOTALS, NOT OFF THE
      *  BALANCE SHEET.
       AGE-OPEN-CHARGE.
           COMPUTE WS-USD-AMOUNT ROUNDED =
               IM-INVOICE-AMOUNT * IM-INVOICE-EXCHANGE-RATE.
           IF IM-DUE-DATE > 0
               COMPUTE WS-DUE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(IM-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE) + 30
           END-IF.
           COMPUTE WS-DAYS-PAST-DUE =
               WS-AS-OF-INTEGER-DATE - WS-DUE-INTEGER-DATE.

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 0
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 30
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 60
                   MOVE 3 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 90
                   MOVE 4 TO WS-BUCKET
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET
           END-EVALUATE.
           ADD WS-USD-AMOUNT TO WS-AGED-CHARGES(WS-BUCKET).

      *  OLDEST BUCKET FIRST, EACH UP TO ITS OWN CHARGES; WHATEVER
      *  THE CHARGES DON'T ACCOUNT FOR (THE SNAPSHOT'S AS-OF RATE
      *  AGAINST THE STORED ONE) LANDS IN CURRENT.
       SPREAD-NET-BALANCE.
           MOVE SN-NET-BALANCE TO WS-REMAINING-BALANCE.
           PERFORM VARYING WS-BUCKET FROM 5 BY -1
                   UNTIL WS-BUCKET < 1
               IF WS-AGED-CHARGES(WS-BUCKET) > WS-REMAINING-BALANCE
                   MOVE WS-REMAINING-BALANCE TO WS-TAKEN-AMOUNT
               ELSE
                   MOVE WS-AGED-CHARGES(WS-BUCKET) TO WS-TAKEN-AMOUNT
               END-IF
               IF WS-TAKEN-AMOUNT > 0
                   MOVE WS-TAKEN-AMOUNT TO RV-BALANCE(WS-BUCKET)
                   SUBTRACT WS-TAKEN-AMOUNT FROM WS-REMAINING-BALANCE
               END-IF
           END-PERFORM.
           IF WS-REMAINING-BALANCE > 0
               ADD WS-REMAINING-BALANCE TO RV-BALANCE(1)
           END-IF.

       LIST-FULL-RESERVE.
           IF WS-FULL-COUNT < WS-MAX-FULL
               ADD 1 TO WS-FULL-COUNT
               SET WS-FULL-IDX TO WS-FULL-COUNT
               MOVE SN-CUSTOMER-NUMBER
                   TO WS-FUL-CUSTOMER-NUMBER(WS-FULL-IDX)
               MOVE WS-CAT TO WS-FUL-CATEGORY(WS-FULL-IDX)
               MOVE SN-NET-BALANCE TO WS-FUL-BALANCE(WS-FULL-IDX)
           ELSE
               ADD 1 TO WS-FULL-OVERFLOW
           END-IF.

       WRITE-CATEGORY-LINES.
           PERFORM VARYING WS-CAT FROM 1 BY 1
                   UNTIL WS-CAT > WS-CATEGORY-COUNT
               MOVE WS-CATEGORY-LABEL(WS-CAT)  TO WS-CTL-LABEL
               MOVE WS-CAT-BALANCE(WS-CAT)     TO WS-CTL-BALANCE
               MOVE WS-CAT-PERCENT(WS-CAT)     TO WS-CTL-PERCENT
               MOVE WS-CAT-RESERVE(WS-CAT)     TO WS-CTL-RESERVE
               MOVE WS-CAT-PRIOR-RESERVE(WS-CAT)
                   TO WS-CTL-PRIOR-RESERVE
               COMPUTE WS-CTL-CHANGE =
                   WS-CAT-RESERVE(WS-CAT) -
                   WS-CAT-PRIOR-RESERVE(WS-CAT)
               WRITE RESERVE-REPORT-LINE FROM WS-CATEGORY-LINE
           END-PERFORM.

           MOVE SPACES TO RESERVE-REPORT-LINE.
           WRITE RESERVE-REPORT-LINE.
           MOVE 'TOTAL'                TO WS-CTL-LABEL.
           MOVE WS-TOTAL-BALANCE       TO WS-CTL-BALANCE.
           MOVE 0                      TO WS-CTL-PERCENT.
           MOVE WS-TOTAL-RESERVE       TO WS-CTL-RESERVE.
           MOVE WS-TOTAL-PRIOR-RESERVE TO WS-CTL-PRIOR-RESERVE.
           COMPUTE WS-CTL-CHANGE =
               WS-TOTAL-RESERVE - WS-TOTAL-PRIOR-RESERVE.
           WRITE RESERVE-REPORT-LINE FROM WS-CATEGORY-LINE.

       WRITE-FULL-RESERVE-LIST.
           IF WS-FULL-COUNT = 0 AND WS-FULL-OVERFLOW = 0
               CONTINUE
           ELSE
               MOVE SPACES TO RESERVE-REPORT-LINE
               WRITE RESERVE-REPORT-LINE
               WRITE RESERVE-REPORT-LINE FROM WS-FULL-HEADER-LINE
               PERFORM VARYING WS-FULL-IDX FROM 1 BY 1
                       UNTIL WS-FULL-IDX > WS-FULL-COUNT
                   MOVE WS-FUL-CUSTOMER-NUMBER(WS-FULL-IDX)
                       TO WS-FLL-CUSTOMER-NUMBER
                   MOVE WS-CATEGORY-LABEL(
                           WS-FUL-CATEGORY(WS-FULL-IDX))
                       TO WS-FLL-LABEL
                   MOVE WS-FUL-BALANCE(WS-FULL-IDX)
                       TO WS-FLL-BALANCE
                   WRITE RESERVE-REPORT-LINE FROM WS-FULL-LINE
               END-PERFORM
               IF WS-FULL-OVERFLOW > 0
                   MOVE WS-FULL-OVERFLOW TO WS-FOV-COUNT
                   WRITE RESERVE-REPORT-LINE
                       FROM WS-FULL-OVERFLOW-LINE
               END-IF
           END-IF.

      *****************************************************************
      *  APPEND THE MONTH'S ADJUSTMENT TO THE GL SIDE FEED, STAMPED    *
      *  TODAY SO TONIGHT'S GLEXTR01 POSTS IT. AN INCREASE BOOKS       *
      *  BAD-DEBT EXPENSE AGAINST THE ALLOWANCE, A RELEASE THE         *
      *  REVERSE. A SAME-DAY RERUN'S RECORD REPLACES THIS ONE AT       *
      *  EXTRACT TIME.                                                 *
      *****************************************************************
       FEED-THE-ADJUSTMENT.
           IF WS-RESERVE-ADJUSTMENT = 0
               GO TO FEED-THE-ADJUSTMENT-EXIT
           END-IF.

           OPEN EXTEND GL-SIDE-FEED-FILE.
           IF NOT WS-FEED-STATUS-OK
               OPEN OUTPUT GL-SIDE-FEED-FILE
               IF NOT WS-FEED-STATUS-OK
                   CLOSE GL-SIDE-FEED-FILE
                   GO TO FEED-THE-ADJUSTMENT-EXIT
               END-IF
           END-IF.

           MOVE WS-TODAY-YYYYMMDD     TO GF-FEED-DATE.
           MOVE 'ALWRSV01'            TO GF-SOURCE-PROGRAM.
           MOVE 'ARSV'                TO GF-ACTIVITY-CODE.
           MOVE SPACES                TO GF-PRODUCT-CODE.
           MOVE 0                     TO GF-CUSTOMER-NUMBER.
           MOVE 0                     TO GF-INVOICE-NUMBER.
           MOVE WS-RESERVE-ADJUSTMENT TO GF-AMOUNT.
           MOVE WS-RESERVE-COMPANY-CODE TO GF-COMPANY-CODE.
           WRITE GL-SIDE-FEED-RECORD.

           CLOSE GL-SIDE-FEED-FILE.

       FEED-THE-ADJUSTMENT-EXIT.
           EXIT.
