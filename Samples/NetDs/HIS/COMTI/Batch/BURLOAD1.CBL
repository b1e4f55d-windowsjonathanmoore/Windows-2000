      ***********************************************************
      * BURLOAD1 -- MONTHLY CREDIT BUREAU SCORE LOAD                 *
      *                                                              *
      * READS THE COMMERCIAL CREDIT BUREAU'S MONTHLY FILE (ONE       *
      * DISPLAY-FORM RECORD PER SUBJECT: SCORE, RISK CLASS,          *
      * DEROGATORY FLAGS) AND ADDS OR UPDATES THE CUSTOMER'S         *
      * CRBUREAU.cpy RECORD, SHIFTING LAST MONTH'S SCORE AND RISK    *
      * CLASS INTO THE PRIOR FIELDS. THE BUREAU KNOWS NOTHING OF OUR *
      * CUSTOMER NUMBERS, SO A SUBJECT IS MATCHED BY ITS BUREAU ID   *
      * WHEN AN EARLIER LOAD HAS ALREADY TIED THAT ID TO A CUSTOMER, *
      * AND OTHERWISE BY NAME AND ADDRESS AGAINST THE ACTIVE         *
      * CUSTDEMO MASTER -- SAME LAST NAME, SAME 5-DIGIT ZIP, SAME    *
      * FIRST TEN CHARACTERS OF ADDRESS LINE 1 (THE CUSTDUP1 TEST).  *
      * A SUBJECT MATCHING NO CUSTOMER, OR MORE THAN ONE, IS LISTED  *
      * UNMATCHED FOR CREDIT TO RESOLVE RATHER THAN GUESSED AT.      *
      * EVERY CUSTOMER WHOSE SCORE FELL BY AT LEAST THE BURPARM DROP *
      * (DEFAULT 50 POINTS) SINCE THE PRIOR LOAD GOES ON THE BURALRT *
      * ALERT REPORT, AND ANY ALERT ENDS THE STEP WITH RC 4.         *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUREAU-INPUT-FILE ASSIGN TO BUREAUIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDIT-BUREAU-FILE ASSIGN TO CRBUREAU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CB-BUREAU-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-BUREAU-STATUS.
           SELECT CUSTOMER-DEMOGRAPHIC-FILE ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT BUREAU-PARM-FILE ASSIGN TO BURPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO BURLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-REPORT-FILE ASSIGN TO BURALRT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUREAU-INPUT-FILE.
       01  BUREAU-INPUT-RECORD.
           05  BI-BUREAU-ID                  PIC X(12).
           05  BI-SUBJECT-NAME               PIC X(20).
           05  BI-ADDRESS-LINE-1             PIC X(30).
           05  BI-ADDRESS-CITY               PIC X(20).
           05  BI-ADDRESS-STATE              PIC X(2).
           05  BI-ADDRESS-ZIP                PIC X(10).
           05  BI-SCORE                      PIC 9(3).
           05  BI-RISK-CLASS                 PIC X(1).
           05  BI-BANKRUPTCY-FLAG            PIC X(1).
           05  BI-JUDGMENT-FLAG              PIC X(1).
           05  BI-LIEN-FLAG                  PIC X(1).
           05  BI-COLLECTION-FLAG            PIC X(1).
           05  BI-REPORT-DATE                PIC 9(8).
           05  FILLER                        PIC X(39).

       FD  CREDIT-BUREAU-FILE.
           COPY CRBUREAU.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  BUREAU-PARM-FILE.
       01  BUREAU-PARM-RECORD.
           05  BP-SCORE-DROP                 PIC 9(3).
           05  FILLER                        PIC X(77).

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       FD  ALERT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ALERT-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.
       01  WS-DEMO-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-NO-MORE-CUSTOMERS          VALUE 'Y'.

       01  WS-BUREAU-STATUS                  PIC X(2).
           88  WS-BUREAU-STATUS-OK           VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-PARM-STATUS                    PIC X(2).
           88  WS-PARM-OPENED-OK             VALUE '00'.

       01  WS-SCORE-DROP-LIMIT               PIC 9(3) VALUE 50.
       01  WS-SCORE-DROP                     PIC S9(4) COMP.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-MATCHED-CUSTOMER               PIC 9(9).
       01  WS-MATCH-METHOD                   PIC X(1).
       01  WS-MATCH-COUNT                    PIC 9(4) COMP.
       01  WS-BUREAU-FOUND-FLAG              PIC X.
           88  WS-BUREAU-FOUND               VALUE 'Y'.

      *  THE ACTIVE MASTER'S NAME AND ADDRESS, LOADED UP FRONT FOR
      *  THE NAME MATCH -- SAME BOUNDED-TABLE APPROACH AS
      *  CUSTDUP1. CUSTOMERS PAST THE BOUND ARE COUNTED AND CAN
      *  ONLY BE MATCHED BY A BUREAU ID ALREADY ON FILE.
       01  WS-MAX-CUSTOMERS                  PIC 9(4) COMP VALUE 2000.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY OCCURS 2000 TIMES
                                       INDEXED BY WS-CUST-IDX.
               10  WS-CST-CUSTOMER-NUMBER    PIC 9(9).
               10  WS-CST-LAST-NAME          PIC X(20).
               10  WS-CST-ADDRESS-LINE-1     PIC X(30).
               10  WS-CST-ADDRESS-ZIP        PIC X(10).
       01  WS-CUSTOMER-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-TABLE-OVERFLOW                 PIC 9(9) COMP VALUE 0.
       01  WS-CUST-SCAN                      PIC 9(4) COMP.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-BUREAU-ADDED               PIC 9(9) COMP VALUE 0.
           05  WS-BUREAU-UPDATED             PIC 9(9) COMP VALUE 0.
           05  WS-BUREAU-UNMATCHED           PIC 9(9) COMP VALUE 0.
           05  WS-BUREAU-REJECTED            PIC 9(9) COMP VALUE 0.
           05  WS-ALERTS-RAISED              PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'CREDIT BUREAU LOAD CONTROL REPORT'.

       01  WS-ALERT-TITLE-LINE.
           05  FILLER                        PIC X(42)
               VALUE 'CREDIT BUREAU SCORE DROP ALERTS, POINTS:'.
           05  WS-ATL-DROP-LIMIT             PIC ZZ9.

       01  WS-DETAIL-LINE.
           05  WS-DTL-BUREAU-ID              PIC X(12).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-SUBJECT-NAME           PIC X(20).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(44).

       01  WS-ALERT-LINE.
           05  WS-ALR-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ALR-SUBJECT-NAME           PIC X(20).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE 'SCORE: '.
           05  WS-ALR-PRIOR-SCORE            PIC ZZ9.
           05  FILLER                        PIC X(4) VALUE ' TO '.
           05  WS-ALR-SCORE                  PIC ZZ9.
           05  FILLER                        PIC X(7) VALUE '  DROP '.
           05  WS-ALR-DROP                   PIC ZZZ9.
           05  FILLER                        PIC X(8) VALUE '  CLASS '.
           05  WS-ALR-PRIOR-CLASS            PIC X(1).
           05  FILLER                        PIC X(4) VALUE ' TO '.
           05  WS-ALR-CLASS                  PIC X(1).
           05  FILLER                        PIC X(8) VALUE '  DEROG '.
           05  WS-ALR-DEROGATORY             PIC X(4).

       01  WS-OVERFLOW-LINE.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(52)
               VALUE ' CUSTOMERS PAST TABLE BOUND, MATCHED BY ID ONLY'.

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(7)
               VALUE 'ADDED: '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9)
               VALUE 'UPDATED: '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'UNMATCHED: '.
           05  WS-SUM-UNMATCHED              PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8)
               VALUE 'ALERTS: '.
           05  WS-SUM-ALERTS                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *  FIRST-EVER LOAD CREATES THE BUREAU MASTER.
           OPEN I-O CREDIT-BUREAU-FILE.
           IF NOT WS-BUREAU-STATUS-OK
               OPEN OUTPUT CREDIT-BUREAU-FILE
               CLOSE CREDIT-BUREAU-FILE
               OPEN I-O CREDIT-BUREAU-FILE
               IF NOT WS-BUREAU-STATUS-OK
                   CLOSE CREDIT-BUREAU-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM READ-BUREAU-PARM THRU READ-BUREAU-PARM-EXIT.

           OPEN INPUT BUREAU-INPUT-FILE
                OUTPUT LOAD-REPORT-FILE
                       ALERT-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-SCORE-DROP-LIMIT TO WS-ATL-DROP-LIMIT.
           WRITE ALERT-REPORT-LINE FROM WS-ALERT-TITLE-LINE.
           MOVE SPACES TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.

           PERFORM LOAD-CUSTOMER-TABLE THRU
                   LOAD-CUSTOMER-TABLE-EXIT.

           PERFORM READ-NEXT-BUREAU-RECORD.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-SUBJECT THRU
                       LOAD-ONE-SUBJECT-EXIT
               PERFORM READ-NEXT-BUREAU-RECORD
           END-PERFORM.

           IF WS-TABLE-OVERFLOW > 0
               MOVE WS-TABLE-OVERFLOW TO WS-OVF-COUNT
               WRITE LOAD-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-BUREAU-ADDED     TO WS-SUM-ADDED.
           MOVE WS-BUREAU-UPDATED   TO WS-SUM-UPDATED.
           MOVE WS-BUREAU-UNMATCHED TO WS-SUM-UNMATCHED.
           MOVE WS-BUREAU-REJECTED  TO WS-SUM-REJECTED.
           MOVE WS-ALERTS-RAISED    TO WS-SUM-ALERTS.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           IF WS-ALERTS-RAISED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE BUREAU-INPUT-FILE
                 CREDIT-BUREAU-FILE
                 LOAD-REPORT-FILE
                 ALERT-REPORT-FILE.
           GOBACK.

       READ-BUREAU-PARM.
           OPEN INPUT BUREAU-PARM-FILE.
           IF NOT WS-PARM-OPENED-OK
               GO TO READ-BUREAU-PARM-EXIT
           END-IF.
           READ BUREAU-PARM-FILE
               AT END GO TO CLOSE-BUREAU-PARM
           END-READ.
           IF BP-SCORE-DROP NUMERIC AND BP-SCORE-DROP > 0
               MOVE BP-SCORE-DROP TO WS-SCORE-DROP-LIMIT
           END-IF.
       CLOSE-BUREAU-PARM.
           CLOSE BUREAU-PARM-FILE.
       READ-BUREAU-PARM-EXIT.
           EXIT.

      *  NO DEMOGRAPHIC MASTER MEANS NOTHING CAN BE NAME-MATCHED;
      *  SUBJECTS WITH A KNOWN BUREAU ID STILL LOAD.
       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-DEMOGRAPHIC-FILE.
           IF NOT WS-DEMO-STATUS-OK
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE
               GO TO LOAD-CUSTOMER-TABLE-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-CUSTOMERS
               READ CUSTOMER-DEMOGRAPHIC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DEMO-EOF-FLAG
                   NOT AT END
                       IF CD-CUSTOMER-ACTIVE
                           PERFORM KEEP-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-DEMOGRAPHIC-FILE.
       LOAD-CUSTOMER-TABLE-EXIT.
           EXIT.

       KEEP-ONE-CUSTOMER.
           IF WS-CUSTOMER-COUNT < WS-MAX-CUSTOMERS
               ADD 1 TO WS-CUSTOMER-COUNT
               SET WS-CUST-IDX TO WS-CUSTOMER-COUNT
               MOVE CD-CUSTOMER-NUMBER
                   TO WS-CST-CUSTOMER-NUMBER(WS-CUST-IDX)
               MOVE CD-LAST-NAME
                   TO WS-CST-LAST-NAME(WS-CUST-IDX)
               MOVE CD-ADDRESS-LINE-1
                   TO WS-CST-ADDRESS-LINE-1(WS-CUST-IDX)
               MOVE CD-ADDRESS-ZIP
                   TO WS-CST-ADDRESS-ZIP(WS-CUST-IDX)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF.

       READ-NEXT-BUREAU-RECORD.
           READ BUREAU-INPUT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  VALIDATE ONE BUREAU SUBJECT, FIND ITS CUSTOMER, AND ROLL THE  *
      *  CUSTOMER'S BUREAU RECORD FORWARD ONE MONTH.                   *
      *****************************************************************
       LOAD-ONE-SUBJECT.
           MOVE BI-BUREAU-ID    TO WS-DTL-BUREAU-ID.
           MOVE BI-SUBJECT-NAME TO WS-DTL-SUBJECT-NAME.
           MOVE 0               TO WS-DTL-CUSTOMER-NUMBER.

           IF BI-BUREAU-ID = SPACES OR
              BI-SCORE NOT NUMERIC OR
              BI-RISK-CLASS < '1' OR BI-RISK-CLASS > '5' OR
              BI-REPORT-DATE NOT NUMERIC
               ADD 1 TO WS-BUREAU-REJECTED
               MOVE 'REJECTED, ID, SCORE, CLASS OR DATE INVALID'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-SUBJECT-EXIT
           END-IF.

           PERFORM MATCH-THE-SUBJECT THRU MATCH-THE-SUBJECT-EXIT.
           IF WS-MATCHED-CUSTOMER = 0
               ADD 1 TO WS-BUREAU-UNMATCHED
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-SUBJECT-EXIT
           END-IF.
           MOVE WS-MATCHED-CUSTOMER TO WS-DTL-CUSTOMER-NUMBER.

           MOVE WS-MATCHED-CUSTOMER TO CB-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-BUREAU-FOUND-FLAG.
           READ CREDIT-BUREAU-FILE
               INVALID KEY MOVE 'N' TO WS-BUREAU-FOUND-FLAG
           END-READ.

      *  TWO SUBJECTS IN ONE MONTH'S FILE LANDING ON THE SAME
      *  CUSTOMER MEANS ONE OF THE MATCHES IS WRONG -- THE FIRST
      *  STANDS AND THE SECOND IS LEFT FOR CREDIT TO LOOK AT.
           IF WS-BUREAU-FOUND AND CB-LOAD-DATE = WS-TODAY-YYYYMMDD
              AND CB-BUREAU-ID NOT = BI-BUREAU-ID
               ADD 1 TO WS-BUREAU-REJECTED
               MOVE 'REJECTED, CUSTOMER ALREADY LOADED THIS RUN'
                   TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO LOAD-ONE-SUBJECT-EXIT
           END-IF.

      *  A RERUN OF THE SAME MONTH'S FILE REPLACES THIS MONTH'S
      *  FIGURES BUT LEAVES LAST MONTH'S WHERE THEY ARE.
           IF WS-BUREAU-FOUND
               IF CB-REPORT-DATE NOT = BI-REPORT-DATE
                   MOVE CB-SCORE        TO CB-PRIOR-SCORE
                   MOVE CB-RISK-CLASS   TO CB-PRIOR-RISK-CLASS
                   MOVE CB-REPORT-DATE  TO CB-PRIOR-REPORT-DATE
               END-IF
           ELSE
               INITIALIZE CREDIT-BUREAU-RECORD
               MOVE WS-MATCHED-CUSTOMER TO CB-CUSTOMER-NUMBER
               MOVE 0                   TO CB-PRIOR-SCORE
               MOVE SPACE               TO CB-PRIOR-RISK-CLASS
               MOVE 0                   TO CB-PRIOR-REPORT-DATE
           END-IF.

           MOVE BI-BUREAU-ID            TO CB-BUREAU-ID.
           MOVE WS-MATCH-METHOD         TO CB-MATCH-METHOD.
           MOVE BI-SCORE                TO CB-SCORE.
           MOVE BI-RISK-CLASS           TO CB-RISK-CLASS.
           MOVE 'NNNN'                  TO CB-DEROGATORY-VIEW.
           IF BI-BANKRUPTCY-FLAG = 'Y'
               MOVE 'Y' TO CB-BANKRUPTCY-FLAG
           END-IF.
           IF BI-JUDGMENT-FLAG = 'Y'
               MOVE 'Y' TO CB-JUDGMENT-FLAG
           END-IF.
           IF BI-LIEN-FLAG = 'Y'
               MOVE 'Y' TO CB-LIEN-FLAG
           END-IF.
           IF BI-COLLECTION-FLAG = 'Y'
               MOVE 'Y' TO CB-COLLECTION-FLAG
           END-IF.
           MOVE BI-REPORT-DATE          TO CB-REPORT-DATE.
           MOVE WS-TODAY-YYYYMMDD       TO CB-LOAD-DATE.

           IF WS-BUREAU-FOUND
               REWRITE CREDIT-BUREAU-RECORD
               ADD 1 TO WS-BUREAU-UPDATED
               MOVE 'UPDATED' TO WS-DTL-DISPOSITION
           ELSE
               WRITE CREDIT-BUREAU-RECORD
               ADD 1 TO WS-BUREAU-ADDED
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
           END-IF.
           IF CB-MATCHED-BY-NAME
               MOVE 'MATCHED BY NAME AND ADDRESS, LOADED'
                   TO WS-DTL-DISPOSITION
           END-IF.
           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.

           PERFORM CHECK-SCORE-DROP.

       LOAD-ONE-SUBJECT-EXIT.
           EXIT.

      *  A BUREAU ID AN EARLIER LOAD TIED TO A CUSTOMER IS TRUSTED
      *  OVER ANY NAME MATCH. OTHERWISE EXACTLY ONE ACTIVE
      *  CUSTOMER MUST SHARE THE NAME, ZIP AND STREET.
       MATCH-THE-SUBJECT.
           MOVE 0 TO WS-MATCHED-CUSTOMER.
           MOVE BI-BUREAU-ID TO CB-BUREAU-ID.
           READ CREDIT-BUREAU-FILE KEY IS CB-BUREAU-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CB-CUSTOMER-NUMBER TO WS-MATCHED-CUSTOMER
                   MOVE 'I' TO WS-MATCH-METHOD
           END-READ.
           IF WS-MATCHED-CUSTOMER NOT = 0
               GO TO MATCH-THE-SUBJECT-EXIT
           END-IF.

           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 0 TO WS-CUST-SCAN.
           PERFORM UNTIL WS-CUST-SCAN = WS-CUSTOMER-COUNT
               ADD 1 TO WS-CUST-SCAN
               SET WS-CUST-IDX TO WS-CUST-SCAN
               IF WS-CST-LAST-NAME(WS-CUST-IDX) = BI-SUBJECT-NAME
                  AND WS-CST-ADDRESS-ZIP(WS-CUST-IDX)(1:5) =
                      BI-ADDRESS-ZIP(1:5)
                  AND WS-CST-ADDRESS-LINE-1(WS-CUST-IDX)(1:10) =
                      BI-ADDRESS-LINE-1(1:10)
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE WS-CST-CUSTOMER-NUMBER(WS-CUST-IDX)
                       TO WS-MATCHED-CUSTOMER
               END-IF
           END-PERFORM.

           EVALUATE WS-MATCH-COUNT
               WHEN 0
                   MOVE 'UNMATCHED, NO CUSTOMER BY NAME AND ADDRESS'
                       TO WS-DTL-DISPOSITION
               WHEN 1
                   MOVE 'N' TO WS-MATCH-METHOD
               WHEN OTHER
                   MOVE 0 TO WS-MATCHED-CUSTOMER
                   MOVE 'UNMATCHED, SEVERAL CUSTOMERS BY NAME/ADDR'
                       TO WS-DTL-DISPOSITION
           END-EVALUATE.

       MATCH-THE-SUBJECT-EXIT.
           EXIT.

       CHECK-SCORE-DROP.
           IF CB-PRIOR-REPORT-DATE = 0
               CONTINUE
           ELSE
               COMPUTE WS-SCORE-DROP = CB-PRIOR-SCORE - CB-SCORE
               IF WS-SCORE-DROP NOT < WS-SCORE-DROP-LIMIT
                   ADD 1 TO WS-ALERTS-RAISED
                   MOVE CB-CUSTOMER-NUMBER  TO WS-ALR-CUSTOMER-NUMBER
                   MOVE BI-SUBJECT-NAME     TO WS-ALR-SUBJECT-NAME
                   MOVE CB-PRIOR-SCORE      TO WS-ALR-PRIOR-SCORE
                   MOVE CB-SCORE            TO WS-ALR-SCORE
                   MOVE WS-SCORE-DROP       TO WS-ALR-DROP
                   MOVE CB-PRIOR-RISK-CLASS TO WS-ALR-PRIOR-CLASS
                   MOVE CB-RISK-CLASS       TO WS-ALR-CLASS
                   MOVE CB-DEROGATORY-VIEW  TO WS-ALR-DEROGATORY
                   WRITE ALERT-REPORT-LINE FROM WS-ALERT-LINE
               END-IF
           END-IF.
