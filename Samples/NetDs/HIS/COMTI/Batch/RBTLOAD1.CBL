      ***********************************************************
      * RBTLOAD1 -- VOLUME REBATE PROGRAM LOAD                       *
      *                                                              *
      * READS SALES' FILE OF DISTRIBUTOR REBATE PROGRAMS (ONE        *
      * DISPLAY-FORM RECORD PER PROGRAM NUMBER) AND ADDS OR UPDATES  *
      * THE MATCHING RBTPROG.cpy RECORD ON THE INDEXED REBATE        *
      * PROGRAM FILE -- SAME SEED/LOAD SHAPE AS PRODLOAD1, CREATING  *
      * THE FILE ON THE FIRST LOAD. AN UPDATE REPLACES THE PROGRAM'S *
      * TERMS BUT KEEPS THE ACCRUAL AND SETTLEMENT HISTORY RBTCALC1  *
      * HAS BUILT UP ON IT. A RECORD WITH A BAD STATUS OR ACCOUNT    *
      * TYPE, A CUSTOMER ACCOUNT NOT ON CUSTDEMO, DATES THAT ARE NOT *
      * DATES OR RUN BACKWARDS, A COVERED PRODUCT NOT ON PRODMAST,   *
      * OR THRESHOLDS THAT ARE MISSING, NOT RISING, OR CARRY NO      *
      * PERCENTAGE IS REJECTED AND LOGGED RATHER THAN LOADED, AND    *
      * ENDS THE STEP WITH RC 4.                                     *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBTLOAD1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-PROGRAM-FILE ASSIGN TO RBTNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REBATE-PROGRAM-FILE ASSIGN TO RBTPROG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-PROGRAM-NUMBER
               FILE STATUS IS WS-PROGRAM-STATUS.
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
           SELECT LOAD-REPORT-FILE ASSIGN TO RBTLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-PROGRAM-FILE.
       01  NEW-PROGRAM-RECORD.
           05  RN-PROGRAM-NUMBER             PIC 9(6).
           05  RN-PROGRAM-STATUS             PIC X(1).
           05  RN-PROGRAM-DESCRIPTION        PIC X(30).
           05  RN-ACCOUNT-TYPE               PIC X(1).
           05  RN-ACCOUNT-NUMBER             PIC 9(9).
           05  RN-EFFECTIVE-DATE             PIC 9(8).
           05  RN-EXPIRY-DATE                PIC 9(8).
           05  RN-PRODUCT-COUNT              PIC 9(2).
           05  RN-PRODUCT-CODE               PIC X(12) OCCURS 10 TIMES.
           05  RN-TIER-COUNT                 PIC 9(1).
           05  RN-TIER                       OCCURS 5 TIMES.
               10  RN-TIER-THRESHOLD         PIC 9(11)V9(2).
               10  RN-TIER-PERCENT           PIC 9(2)V9(3).

       FD  REBATE-PROGRAM-FILE.
           COPY RBTPROG.

       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS            VALUE 'Y'.

       01  WS-PROGRAM-STATUS                 PIC X(2).
           88  WS-PROGRAM-STATUS-OK          VALUE '00'.
       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.
       01  WS-PRODUCT-STATUS                 PIC X(2).
           88  WS-PRODUCT-STATUS-OK          VALUE '00'.

       01  WS-PROGRAM-FOUND-FLAG             PIC X.
           88  WS-PROGRAM-FOUND              VALUE 'Y'.
       01  WS-DEMO-FOUND-FLAG                PIC X.
           88  WS-DEMO-FOUND                 VALUE 'Y'.

       01  WS-REJECT-REASON                  PIC X(40).
       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-SUB                            PIC 9(2) COMP.
       01  WS-PRIOR-THRESHOLD                PIC 9(11)V9(2).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-PROGRAMS-ADDED             PIC 9(9) COMP VALUE 0.
           05  WS-PROGRAMS-UPDATED           PIC 9(9) COMP VALUE 0.
           05  WS-PROGRAMS-REJECTED          PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'REBATE PROGRAM LOAD CONTROL REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-PROGRAM-NUMBER         PIC X(6).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-ACCOUNT-NUMBER         PIC X(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER                        PIC X(16)
               VALUE 'PROGRAMS ADDED: '.
           05  WS-SUM-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(18)
               VALUE 'PROGRAMS UPDATED: '.
           05  WS-SUM-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(19)
               VALUE 'PROGRAMS REJECTED: '.
           05  WS-SUM-REJECTED               PIC ZZZ,ZZ9.

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
               CLOSE CUSTOMER-DEMOGRAPHIC-FILE PRODUCT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O REBATE-PROGRAM-FILE.
           IF NOT WS-PROGRAM-STATUS-OK
      *
      *  FIRST-EVER LOAD -- THE FILE DOESN'T EXIST YET, SO CREATE
      *  IT AND CARRY ON, SAME AS PRODLOAD1.
      *
               OPEN OUTPUT REBATE-PROGRAM-FILE
               IF NOT WS-PROGRAM-STATUS-OK
                   CLOSE REBATE-PROGRAM-FILE
                         CUSTOMER-DEMOGRAPHIC-FILE
                         PRODUCT-MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT NEW-PROGRAM-FILE
                OUTPUT LOAD-REPORT-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.

           WRITE LOAD-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM READ-NEXT-PROGRAM.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
               PERFORM LOAD-ONE-PROGRAM
               PERFORM READ-NEXT-PROGRAM
           END-PERFORM.

           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-PROGRAMS-ADDED    TO WS-SUM-ADDED.
           MOVE WS-PROGRAMS-UPDATED  TO WS-SUM-UPDATED.
           MOVE WS-PROGRAMS-REJECTED TO WS-SUM-REJECTED.
           WRITE LOAD-REPORT-LINE FROM WS-SUMMARY-LINE.

           IF WS-PROGRAMS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE NEW-PROGRAM-FILE
                 REBATE-PROGRAM-FILE
                 CUSTOMER-DEMOGRAPHIC-FILE
                 PRODUCT-MASTER-FILE
                 LOAD-REPORT-FILE.
           GOBACK.

       READ-NEXT-PROGRAM.
           READ NEW-PROGRAM-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-ONE-PROGRAM.
           MOVE RN-PROGRAM-NUMBER TO WS-DTL-PROGRAM-NUMBER.
           MOVE RN-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT-NUMBER.
           PERFORM CHECK-ONE-PROGRAM THRU CHECK-ONE-PROGRAM-EXIT.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-PROGRAMS-REJECTED
               MOVE WS-REJECT-REASON TO WS-DTL-DISPOSITION
               WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM APPLY-ONE-PROGRAM
           END-IF.

      *****************************************************************
      *  EDIT ONE PROGRAM RECORD. THE FIRST FAULT FOUND IS THE ONE     *
      *  REPORTED.                                                     *
      *****************************************************************
       CHECK-ONE-PROGRAM.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-DEMO-FOUND-FLAG.

           IF RN-PROGRAM-NUMBER NOT NUMERIC OR RN-PROGRAM-NUMBER = 0
              OR (RN-PROGRAM-STATUS NOT = 'A' AND
                  RN-PROGRAM-STATUS NOT = 'I')
               MOVE 'REJECTED, BAD PROGRAM NUMBER OR STATUS'
                   TO WS-REJECT-REASON
               GO TO CHECK-ONE-PROGRAM-EXIT
           END-IF.

           IF (RN-ACCOUNT-TYPE NOT = 'C' AND RN-ACCOUNT-TYPE NOT = 'P')
              OR RN-ACCOUNT-NUMBER NOT NUMERIC
              OR RN-ACCOUNT-NUMBER = 0
               MOVE 'REJECTED, BAD ACCOUNT TYPE OR NUMBER'
                   TO WS-REJECT-REASON
               GO TO CHECK-ONE-PROGRAM-EXIT
           END-IF.

      *  A PARENT NATIONAL ACCOUNT NEED NOT BILL IN ITS OWN NAME, SO
      *  ONLY A CUSTOMER ACCOUNT HAS TO BE ON THE MASTER.
           MOVE RN-ACCOUNT-NUMBER TO CD-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-DEMO-FOUND-FLAG.
           READ CUSTOMER-DEMOGRAPHIC-FILE
               INVALID KEY MOVE 'N' TO WS-DEMO-FOUND-FLAG
           END-READ.
           IF RN-ACCOUNT-TYPE = 'C' AND NOT WS-DEMO-FOUND
               MOVE 'REJECTED, CUSTOMER NOT ON FILE'
                   TO WS-REJECT-REASON
               GO TO CHECK-ONE-PROGRAM-EXIT
           END-IF.

           IF RN-EFFECTIVE-DATE NOT NUMERIC OR
              RN-EXPIRY-DATE NOT NUMERIC
               MOVE 'REJECTED, DATES NOT NUMERIC' TO WS-REJECT-REASON
               GO TO CHECK-ONE-PROGRAM-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(RN-EFFECTIVE-DATE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(RN-EXPIRY-DATE) NOT = 0
              OR RN-EXPIRY-DATE < RN-EFFECTIVE-DATE
               MOVE 'REJECTED, DATES INVALID OR BACKWARDS'
                   TO WS-REJECT-REASON
               GO TO CHECK-ONE-PROGRAM-EXIT
           END-IF.

           IF RN-PRODUCT-COUNT NOT NUMERIC OR RN-PRODUCT-COUNT > 10
               MOVE 'REJECTED, PRODUCT COUNT NOT 0-10'
                   TO WS-REJECT-REASON
               GO TO CHECK-ONE-PROGRAM-EXIT
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RN-PRODUCT-COUNT
                      OR WS-REJECT-REASON NOT = SPACES
               MOVE RN-PRODUCT-CODE(WS-SUB) TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE 'REJECTED, COVERED PRODUCT NOT ON FILE'
                           TO WS-REJECT-REASON
               END-READ
           END-PERFORM.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO CHECK-ONE-PROGRAM-EXIT
           END-IF.

           IF RN-TIER-COUNT NOT NUMERIC OR RN-TIER-COUNT = 0 OR
              RN-TIER-COUNT > 5
               MOVE 'REJECTED, THRESHOLD COUNT NOT 1-5'
                   TO WS-REJECT-REASON
               GO TO CHECK-ONE-PROGRAM-EXIT
           END-IF.
           MOVE 0 TO WS-PRIOR-THRESHOLD.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RN-TIER-COUNT
                      OR WS-REJECT-REASON NOT = SPACES
               IF RN-TIER-THRESHOLD(WS-SUB) NOT NUMERIC OR
                  RN-TIER-PERCENT(WS-SUB) NOT NUMERIC
                   MOVE 'REJECTED, THRESHOLD NOT NUMERIC'
                       TO WS-REJECT-REASON
               ELSE
                   IF RN-TIER-PERCENT(WS-SUB) = 0 OR
                      (WS-SUB > 1 AND
                       RN-TIER-THRESHOLD(WS-SUB) NOT >
                           WS-PRIOR-THRESHOLD)
                       MOVE 'REJECTED, THRESHOLDS NOT RISING'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE RN-TIER-THRESHOLD(WS-SUB)
                           TO WS-PRIOR-THRESHOLD
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ONE-PROGRAM-EXIT.
           EXIT.

       APPLY-ONE-PROGRAM.
           MOVE RN-PROGRAM-NUMBER TO RB-PROGRAM-NUMBER.
           MOVE 'Y' TO WS-PROGRAM-FOUND-FLAG.
           READ REBATE-PROGRAM-FILE
               INVALID KEY MOVE 'N' TO WS-PROGRAM-FOUND-FLAG
           END-READ.

           IF NOT WS-PROGRAM-FOUND
               INITIALIZE REBATE-PROGRAM-RECORD
               MOVE RN-PROGRAM-NUMBER TO RB-PROGRAM-NUMBER
           END-IF.

           MOVE RN-PROGRAM-STATUS      TO RB-PROGRAM-STATUS.
           MOVE RN-PROGRAM-DESCRIPTION TO RB-PROGRAM-DESCRIPTION.
           MOVE RN-ACCOUNT-TYPE        TO RB-ACCOUNT-TYPE.
           MOVE RN-ACCOUNT-NUMBER      TO RB-ACCOUNT-NUMBER.
           IF WS-DEMO-FOUND
               MOVE CD-COMPANY-CODE TO RB-COMPANY-CODE
           ELSE
               MOVE SPACES TO RB-COMPANY-CODE
           END-IF.
           MOVE RN-EFFECTIVE-DATE      TO RB-EFFECTIVE-DATE.
           MOVE RN-EXPIRY-DATE         TO RB-EXPIRY-DATE.

           MOVE RN-PRODUCT-COUNT TO RB-PRODUCT-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
               IF WS-SUB > RN-PRODUCT-COUNT
                   MOVE SPACES TO RB-PRODUCT-CODE(WS-SUB)
               ELSE
                   MOVE RN-PRODUCT-CODE(WS-SUB)
                       TO RB-PRODUCT-CODE(WS-SUB)
               END-IF
           END-PERFORM.

           MOVE RN-TIER-COUNT TO RB-TIER-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               IF WS-SUB > RN-TIER-COUNT
                   MOVE 0 TO RB-TIER-THRESHOLD(WS-SUB)
                   MOVE 0 TO RB-TIER-PERCENT(WS-SUB)
               ELSE
                   MOVE RN-TIER-THRESHOLD(WS-SUB)
                       TO RB-TIER-THRESHOLD(WS-SUB)
                   MOVE RN-TIER-PERCENT(WS-SUB)
                       TO RB-TIER-PERCENT(WS-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-TODAY-YYYYMMDD TO RB-LAST-LOAD-DATE.

           IF WS-PROGRAM-FOUND
               REWRITE REBATE-PROGRAM-RECORD
               ADD 1 TO WS-PROGRAMS-UPDATED
               MOVE 'UPDATED' TO WS-DTL-DISPOSITION
           ELSE
               WRITE REBATE-PROGRAM-RECORD
               ADD 1 TO WS-PROGRAMS-ADDED
               MOVE 'ADDED' TO WS-DTL-DISPOSITION
           END-IF.

           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.
