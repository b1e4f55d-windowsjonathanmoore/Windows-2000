      ***********************************************************
      * USGLOAD1 -- DAILY METERED USAGE INTAKE                       *
      *                                                              *
      * PART OF THE PRODUCT LINE IS BILLED ON CONSUMPTION, AND THOSE *
      * CHARGES WERE KEYED BY HAND FROM THE OPERATIONS TEAM'S        *
      * SPREADSHEETS. THIS JOB READS THE DAY'S USAGE FEED (ONE       *
      * DISPLAY-FORM RECORD PER CUSTOMER, PRODUCT, QUANTITY AND      *
      * USAGE DATE) AND ADDS EACH RECORD INTO THE USAGEACC.cpy TOTAL *
      * FOR ITS CUSTOMER, PRODUCT AND BILLING PERIOD (THE CALENDAR   *
      * MONTH OF THE USAGE DATE), CREATING THE TOTAL ON THE PERIOD'S *
      * FIRST USAGE. USGBILL1 RATES AND BILLS THE TOTALS AT PERIOD   *
      * END. A RECORD FOR A CUSTOMER NOT ON CUSTDEMO, A PRODUCT NOT  *
      * ACTIVE ON PRODMAST OR WITH NO USAGE PRICE, A ZERO OR         *
      * NON-NUMERIC QUANTITY, A USAGE DATE THAT IS NOT A DATE OR IS  *
      * IN THE FUTURE, OR A PERIOD ALREADY BILLED IS REJECTED WITH A *
      * REASON AND ENDS THE STEP WITH RC 4, SO OPERATIONS CAN        *
      * CORRECT AND RESEND IT.                                       *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USGLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-INPUT-FILE ASSIGN TO USAGEIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USAGE-ACCUMULATION-FILE ASSIGN TO USAGEACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-KEY
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO USGLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-INPUT-FILE.
       01  USAGE-INPUT-RECORD.
           05  UI-CUSTOMER-NUMBER            PIC 9(9).
           05  UI-PRODUCT-CODE               PIC X(12).
           05  UI-QUANTITY                   PIC 9(9).
           05  UI-USAGE-DATE                 PIC 9(8).
           05  UI-USAGE-DATE-PARTS REDEFINES UI-USAGE-DATE.
               10  UI-USAGE-PERIOD           PIC 9(6).
               10  FILLER                    PIC 9(2).
           05  FILLER                        PIC X(42).

       FD  USAGE-ACCUMULATION-FILE.
           COPY USAGEACC.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-USAGE              VALUE 'Y'.

       01  WS-USAGE-STATUS                   PIC X(2).
           88  WS-USAGE-STATUS-OK            VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-PRODUCT-STATUS                 PIC X(2).
           88  WS-PRODUCT-STATUS-OK          VALUE '00'.

       01  WS-USAGE-FOUND-FLAG               PIC X.
           88  WS-USAGE-FOUND                VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-REJECT-REASON                  PIC X(40).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-RECORDS-ACCEPTED           PIC 9(9) COMP VALUE 0.
           05  WS-RECORDS-REJECTED           PIC 9(9) COMP VALUE 0.
           05  WS-TOTALS-CREATED             PIC 9(9) COMP VALUE 0.
           05  WS-QUANTITY-ACCEPTED          PIC 9(13) COMP-3 VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'METERED USAGE INTAKE CONTROL REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC X(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-PRODUCT-CODE           PIC X(12).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-QUANTITY               PIC X(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-USAGE-DATE             PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-REASON                 PIC X(40).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                  PIC X(28).
           05  WS-CNT-COUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF NOT WS-DEMO-STATUS-OK
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF NOT WS-PRODUCT-STATUS-OK
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
                     PRODUCT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *  FIRST EVER USAGE CREATES THE ACCUMULATION FILE.
           OPEN I-O USAGE-ACCUMULATION-FILE.
           IF NOT WS-USAGE-STATUS-OK
               OPEN OUTPUT USAGE-ACCUMULATION-FILE
               CLOSE USAGE-ACCUMULATION-FILE
               OPEN I-O USAGE-ACCUMULATION-FILE
           END-IF.

           OPEN INPUT USAGE-INPUT-FILE
                OUTPUT LOAD-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM READ-NEXT-USAGE.
           PERFORM UNTIL WS-NO-MORE-USAGE
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-USAGE THRU LOAD-ONE-USAGE-EXIT
               PERFORM READ-NEXT-USAGE
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE 'USAGE RECORDS READ:'         TO WS-CNT-LABEL.
           MOVE WS-RECORDS-READ               TO WS-CNT-COUNT.
           WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'USAGE RECORDS ACCEPTED:'     TO WS-CNT-LABEL.
           MOVE WS-RECORDS-ACCEPTED           TO WS-CNT-COUNT.
           WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'USAGE RECORDS REJECTED:'     TO WS-CNT-LABEL.
           MOVE WS-RECORDS-REJECTED           TO WS-CNT-COUNT.
           WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'NEW PERIOD TOTALS STARTED:'  TO WS-CNT-LABEL.
           MOVE WS-TOTALS-CREATED             TO WS-CNT-COUNT.
           WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'QUANTITY ACCEPTED:'          TO WS-CNT-LABEL.
           MOVE WS-QUANTITY-ACCEPTED          TO WS-CNT-COUNT.
           WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-RECORDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE USAGE-INPUT-FILE
                 USAGE-ACCUMULATION-FILE
                 CUSTOMER-DEMOGRAPHIC-FILE
                 PRODUCT-MASTER-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-USAGE.
           READ USAGE-INPUT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  VALIDATE ONE USAGE RECORD AND ADD IT TO ITS PERIOD TOTAL.     *
      *****************************************************************
       LOAD-ONE-USAGE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF UI-CUSTOMER-NUMBER NOT NUMERIC
               MOVE 'CUSTOMER NUMBER NOT NUMERIC'
                   TO WS-REJECT-REASON
               GO TO REJECT-ONE-USAGE
           END-IF.
           MOVE UI-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           READ CUSTOMER-DEMOGRAPHIC-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
                   GO TO REJECT-ONE-USAGE
           END-READ.

           MOVE UI-PRODUCT-CODE TO PM-PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE 'PRODUCT NOT ON FILE' TO WS-REJECT-REASON
                   GO TO REJECT-ONE-USAGE
           END-READ.
           IF NOT PM-PRODUCT-ACTIVE
               MOVE 'PRODUCT NOT ACTIVE' TO WS-REJECT-REASON
               GO TO REJECT-ONE-USAGE
           END-IF.
           IF PM-PRICE-TIER-COUNT NOT NUMERIC
               MOVE 0 TO PM-PRICE-TIER-COUNT
           END-IF.
           IF PM-PRICE-TIER-COUNT = 0 AND PM-UNIT-PRICE NOT > 0
               MOVE 'PRODUCT HAS NO USAGE PRICE' TO WS-REJECT-REASON
               GO TO REJECT-ONE-USAGE
           END-IF.

           IF UI-QUANTITY NOT NUMERIC OR UI-QUANTITY = 0
               MOVE 'QUANTITY ZERO OR NOT NUMERIC'
                   TO WS-REJECT-REASON
               GO TO REJECT-ONE-USAGE
           END-IF.

           IF UI-USAGE-DATE NOT NUMERIC
               MOVE 'USAGE DATE IS NOT A DATE' TO WS-REJECT-REASON
               GO TO REJECT-ONE-USAGE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(UI-USAGE-DATE) NOT = 0
               MOVE 'USAGE DATE IS NOT A DATE' TO WS-REJECT-REASON
               GO TO REJECT-ONE-USAGE
           END-IF.
           IF UI-USAGE-DATE > WS-TODAY-YYYYMMDD
               MOVE 'USAGE DATE IS IN THE FUTURE' TO WS-REJECT-REASON
               GO TO REJECT-ONE-USAGE
           END-IF.

           MOVE UI-USAGE-PERIOD    TO UA-PERIOD.
           MOVE UI-CUSTOMER-NUMBER TO UA-CUSTOMER-NUMBER.
           MOVE UI-PRODUCT-CODE    TO UA-PRODUCT-CODE.
           MOVE 'Y' TO WS-USAGE-FOUND-FLAG.
           READ USAGE-ACCUMULATION-FILE
               INVALID KEY MOVE 'N' TO WS-USAGE-FOUND-FLAG
           END-READ.

           IF WS-USAGE-FOUND
               IF UA-BILLED
                   MOVE 'PERIOD ALREADY BILLED' TO WS-REJECT-REASON
                   GO TO REJECT-ONE-USAGE
               END-IF
               ADD UI-QUANTITY TO UA-TOTAL-QUANTITY
               ADD 1 TO UA-USAGE-RECORDS
               IF UI-USAGE-DATE < UA-FIRST-USAGE-DATE
                   MOVE UI-USAGE-DATE TO UA-FIRST-USAGE-DATE
               END-IF
               IF UI-USAGE-DATE > UA-LAST-USAGE-DATE
                   MOVE UI-USAGE-DATE TO UA-LAST-USAGE-DATE
               END-IF
               MOVE WS-TODAY-YYYYMMDD TO UA-LAST-LOAD-DATE
               REWRITE USAGE-ACCUMULATION-RECORD
                   INVALID KEY
                       MOVE 'USAGE TOTAL REWRITE FAILED'
                           TO WS-REJECT-REASON
                       GO TO REJECT-ONE-USAGE
               END-REWRITE
           ELSE
               INITIALIZE USAGE-ACCUMULATION-RECORD
               MOVE UI-USAGE-PERIOD    TO UA-PERIOD
               MOVE UI-CUSTOMER-NUMBER TO UA-CUSTOMER-NUMBER
               MOVE UI-PRODUCT-CODE    TO UA-PRODUCT-CODE
               SET UA-UNBILLED TO TRUE
               MOVE UI-QUANTITY        TO UA-TOTAL-QUANTITY
               MOVE 1                  TO UA-USAGE-RECORDS
               MOVE UI-USAGE-DATE      TO UA-FIRST-USAGE-DATE
               MOVE UI-USAGE-DATE      TO UA-LAST-USAGE-DATE
               MOVE WS-TODAY-YYYYMMDD  TO UA-LAST-LOAD-DATE
               WRITE USAGE-ACCUMULATION-RECORD
                   INVALID KEY
                       MOVE 'USAGE TOTAL WRITE FAILED'
                           TO WS-REJECT-REASON
                       GO TO REJECT-ONE-USAGE
               END-WRITE
               ADD 1 TO WS-TOTALS-CREATED
           END-IF.

           ADD 1 TO WS-RECORDS-ACCEPTED.
           ADD UI-QUANTITY TO WS-QUANTITY-ACCEPTED.
           GO TO LOAD-ONE-USAGE-EXIT.

       REJECT-ONE-USAGE.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE UI-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
           MOVE UI-PRODUCT-CODE    TO WS-DTL-PRODUCT-CODE.
           MOVE UI-QUANTITY        TO WS-DTL-QUANTITY.
           MOVE UI-USAGE-DATE      TO WS-DTL-USAGE-DATE.
           MOVE WS-REJECT-REASON   TO WS-DTL-REASON.
           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.

       LOAD-ONE-USAGE-EXIT.
           EXIT.
