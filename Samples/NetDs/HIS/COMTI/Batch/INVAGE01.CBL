      *                                                              *
      * READS AN INVOICE MASTER EXTRACT (INVMAST.cpy, SAME FORMAT    *
      * SCNINV02/SCNINV03 READ) AND AGES EACH INVOICE AGAINST        *
      * TODAY'S DATE USING IM-DUE-DATE, WHICH IS STORED AS A         *
      * JULIAN YYYYDDD DATE THE SAME WAY SI-SEND-DATE IS IN           *
      * SENTINV.cpy. ONE DETAIL LINE IS WRITTEN PER INVOICE,          *
      * BUCKETED INTO CURRENT (NOT YET DUE) AND 1-30/31-60/61-90/     *
      * OVER 90 DAYS PAST DUE, FOLLOWED BY A BUCKET-TOTALS SUMMARY,   *
      * SAME TWO-PART SHAPE (DETAIL LINES THEN SUMMARY LINES) AS      *
      * SCNINV02'S EXCEPTION REPORT. THE REPORT USED TO AGE FROM      *
      * IM-INVOICE-DATE ON AN ASSUMED NET 30, WHICH MADE A NET 60     *
      * ACCOUNT LOOK A MONTH LATE THE DAY IT WAS BILLED; AN INVOICE   *
      * POSTED BEFORE DUE DATES WERE STAMPED STILL AGES AS NET 30.    *
      * AN OPTIONAL PARAMETER FILE MAY NAME ONE COMPANY               *
      * (COMPMAST.cpy) TO AGE ON ITS OWN; WITHOUT ONE, OR LEFT BLANK, *
      * EVERY COMPANY IS AGED TOGETHER AS BEFORE.                     *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAGE01.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO AGINGRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-PARM-FILE ASSIGN TO AGEPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.

           RECORD CONTAINS 132 CHARACTERS.
       01  AGING-REPORT-LINE                 PIC X(132).

      *  THE COMPANY TO AGE -- SPACES AGE ALL COMPANIES TOGETHER.
       FD  AGING-PARM-FILE.
       01  AGING-PARM-RECORD.
           05  AG-COMPANY-CODE               PIC X(2).
           05  FILLER                        PIC X(78).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-RECORD-LENGTH          PIC 9(4) COMP.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.

      *  A ONE-COMPANY RUN AGES ONLY THAT COMPANY'S ITEMS; AN ITEM
      *  WITH A BLANK COMPANY IS THE HOME COMPANY'S.
       01  WS-HOME-COMPANY-CODE              PIC X(2) VALUE '01'.
       01  WS-AGE-COMPANY-CODE               PIC X(2) VALUE SPACES.
           88  WS-ALL-COMPANIES              VALUE SPACES.
       01  WS-ITEM-COMPANY-CODE              PIC X(2).
       01  WS-ITEM-SELECTED-FLAG             PIC X.
           88  WS-ITEM-SELECTED              VALUE 'Y'.

      *  EVERY BUCKET TOTAL IS KEPT IN THE USD REPORTING CURRENCY --
      *  A CUSTOMER BILLED IN MIXED CURRENCIES WOULD OTHERWISE GET

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-INTEGER-DATE             PIC S9(9) COMP.
       01  WS-DUE-INTEGER-DATE               PIC S9(9) COMP.
       01  WS-DAYS-PAST-DUE                  PIC S9(9) COMP.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-ITEMS-OTHER-COMPANY        PIC 9(9) COMP VALUE 0.

       01  WS-BUCKET-TOTALS.
           05  WS-CURRENT-COUNT              PIC 9(9) COMP VALUE 0.
           05  WS-CURRENT-AMOUNT             PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-1-30-COUNT                 PIC 9(9) COMP VALUE 0.
           05  WS-1-30-AMOUNT                PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-31-60-COUNT                PIC 9(9) COMP VALUE 0.
           05  WS-31-60-AMOUNT                PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'INVOICE AGING REPORT'.
           05  WS-TTL-COMPANY                PIC X(16).
           05  FILLER REDEFINES WS-TTL-COMPANY.
               10  FILLER                    PIC X(8).
               10  WS-TTL-COMPANY-CODE       PIC X(2).
               10  FILLER                    PIC X(6).

      *  WS-DTL-AMOUNT/WS-DTL-CURRENCY-CODE SHOW THE INVOICE AS
      *  BILLED; WS-DTL-USD-AMOUNT IS THE SAME AMOUNT RESTATED
           05  WS-DTL-USD-AMOUNT             PIC -(12)9.99.
           05  FILLER                        PIC X(4) VALUE ' USD'.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DAYS-PAST-DUE          PIC -ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-BUCKET                 PIC X(11).


       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-AGING-PARM THRU READ-AGING-PARM-EXIT.
           OPEN INPUT INVOICE-EXTRACT-FILE
                OUTPUT AGING-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

           IF WS-ALL-COMPANIES
               MOVE 'ALL COMPANIES' TO WS-TTL-COMPANY
           ELSE
               MOVE 'COMPANY' TO WS-TTL-COMPANY
               MOVE WS-AGE-COMPANY-CODE TO WS-TTL-COMPANY-CODE
           END-IF.
           WRITE AGING-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           CLOSE INVOICE-EXTRACT-FILE AGING-REPORT-FILE.
           GOBACK.

       READ-AGING-PARM.
           OPEN INPUT AGING-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-AGING-PARM-EXIT
           END-IF.
           READ AGING-PARM-FILE
               AT END GO TO CLOSE-AGING-PARM
           END-READ.
           MOVE AG-COMPANY-CODE TO WS-AGE-COMPANY-CODE.
       CLOSE-AGING-PARM.
           CLOSE AGING-PARM-FILE.
       READ-AGING-PARM-EXIT.
           EXIT.

      *  NEXT ITEM FOR THE COMPANY BEING AGED.
       READ-NEXT-INVOICE.
           MOVE 'N' TO WS-ITEM-SELECTED-FLAG.
           PERFORM UNTIL WS-NO-MORE-RECORDS OR WS-ITEM-SELECTED
               READ INVOICE-EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM SELECT-ITEM-COMPANY
               END-READ
           END-PERFORM.

       SELECT-ITEM-COMPANY.
           MOVE IM-COMPANY-CODE TO WS-ITEM-COMPANY-CODE.
           IF WS-ITEM-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY-CODE TO WS-ITEM-COMPANY-CODE
           END-IF.
           IF WS-ALL-COMPANIES OR
              WS-ITEM-COMPANY-CODE = WS-AGE-COMPANY-CODE
               SET WS-ITEM-SELECTED TO TRUE
           ELSE
               ADD 1 TO WS-ITEMS-OTHER-COMPANY
           END-IF.

      *****************************************************************
      *  BUCKET THIS INVOICE BY HOW MANY DAYS PAST ITS IM-DUE-DATE IT  *
      *  IS, WRITE ONE DETAIL LINE, AND ROLL ITS AMOUNT INTO THE       *
      *  MATCHING BUCKET TOTAL.                                       *
      *****************************************************************
           END-IF.

       AGE-OPEN-INVOICE.
           IF IM-DUE-DATE > 0
               COMPUTE WS-DUE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(IM-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DAY(IM-INVOICE-DATE) + 30
           END-IF.
           COMPUTE WS-DAYS-PAST-DUE =
               WS-TODAY-INTEGER-DATE - WS-DUE-INTEGER-DATE.

           MOVE IM-CUSTOMER-NUMBER       TO WS-DTL-CUSTOMER-NUMBER.
           MOVE IM-INVOICE-NUMBER        TO WS-DTL-INVOICE-NUMBER.
           MOVE IM-INVOICE-AMOUNT        TO WS-DTL-AMOUNT.
           MOVE IM-INVOICE-CURRENCY-CODE TO WS-DTL-CURRENCY-CODE.
           MOVE WS-USD-AMOUNT            TO WS-DTL-USD-AMOUNT.
           MOVE WS-DAYS-PAST-DUE         TO WS-DTL-DAYS-PAST-DUE.

      *
      *  A DISPUTED INVOICE STAYS OUT OF THE NORMAL AGING BUCKETS --
               ADD WS-USD-AMOUNT TO WS-ON-HOLD-AMOUNT
           ELSE
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 0
                       MOVE 'CURRENT'    TO WS-DTL-BUCKET
                       ADD 1             TO WS-CURRENT-COUNT
                       ADD WS-USD-AMOUNT TO WS-CURRENT-AMOUNT
                   WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 30
                       MOVE '1-30 DAYS'  TO WS-DTL-BUCKET
                       ADD 1             TO WS-1-30-COUNT
                       ADD WS-USD-AMOUNT TO WS-1-30-AMOUNT
                   WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 60
                       MOVE '31-60 DAYS' TO WS-DTL-BUCKET
                       ADD 1             TO WS-31-60-COUNT
                       ADD WS-USD-AMOUNT TO WS-31-60-AMOUNT
                   WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 90
                       MOVE '61-90 DAYS' TO WS-DTL-BUCKET
                       ADD 1             TO WS-61-90-COUNT
                       ADD WS-USD-AMOUNT TO WS-61-90-AMOUNT
           MOVE WS-CURRENT-AMOUNT     TO WS-BKT-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-BUCKET-LINE.

           MOVE '1-30 DAYS:'          TO WS-BKT-LABEL.
           MOVE WS-1-30-COUNT         TO WS-BKT-COUNT.
           MOVE WS-1-30-AMOUNT        TO WS-BKT-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-BUCKET-LINE.

           MOVE '31-60 DAYS:'         TO WS-BKT-LABEL.
           MOVE WS-31-60-COUNT        TO WS-BKT-COUNT.
           MOVE WS-31-60-AMOUNT       TO WS-BKT-AMOUNT.
           MOVE WS-SETTLED-COUNT      TO WS-BKT-COUNT.
           MOVE WS-SETTLED-AMOUNT     TO WS-BKT-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-BUCKET-LINE.

           IF NOT WS-ALL-COMPANIES
               MOVE 'OTHER COMPANIES:'    TO WS-BKT-LABEL
               MOVE WS-ITEMS-OTHER-COMPANY TO WS-BKT-COUNT
               MOVE 0                     TO WS-BKT-AMOUNT
               WRITE AGING-REPORT-LINE FROM WS-BUCKET-LINE
           END-IF.
