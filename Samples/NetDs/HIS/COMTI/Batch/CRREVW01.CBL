      * PROPOSALS GO TO THE CRLPROP APPROVAL FILE MARKED PENDING    *
      * -- NOTHING CHANGES ON CUSTDEMO UNTIL CREDIT APPROVES ROWS   *
      * AND CRLAPPL1 APPLIES THEM, THE WRTOFF01 TWO-STEP.           *
      * THE MONTHLY CREDIT BUREAU RECORD (CRBUREAU.cpy, LOADED BY   *
      * BURLOAD1) IS WEIGHED TOO: A HIGH RISK CLASS ('4' OR '5') OR *
      * ANY DEROGATORY FLAG PROPOSES A CUT EVEN FOR A PROMPT PAYER, *
      * AND A RAISE NEEDS A LOW RISK CLASS ('1' OR '2') WHEN THE    *
      * CUSTOMER HAS A BUREAU RECORD AT ALL.                        *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRREVW01.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-CUSTOMER-NUMBER
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT CREDIT-BUREAU-FILE ASSIGN TO CRBUREAU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CB-BUREAU-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-BUREAU-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO CRLPROP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-REPORT-FILE ASSIGN TO CRRVWRPT
       FD  CUSTOMER-DEMOGRAPHIC-FILE.
           COPY CUSTDEMO.

       FD  CREDIT-BUREAU-FILE.
           COPY CRBUREAU.

       FD  PROPOSAL-FILE.
           COPY CRLPROP.

       01  WS-DEMO-STATUS                    PIC X(2).
           88  WS-DEMO-STATUS-OK             VALUE '00'.

      *  THE OUTSIDE VIEW -- A HIGH BUREAU RISK CLASS OR ANY
      *  DEROGATORY FLAG CUTS THE LIMIT HOWEVER PROMPTLY THE
      *  CUSTOMER PAYS US; A RAISE NEEDS A LOW CLASS. NO BUREAU FILE,
      *  OR NO RECORD FOR THE CUSTOMER, JUDGES ON OUR OWN HISTORY
      *  ALONE, AS BEFORE.
       01  WS-BUREAU-STATUS                  PIC X(2).
           88  WS-BUREAU-STATUS-OK           VALUE '00'.
       01  WS-BUREAU-FILE-FLAG               PIC X VALUE 'N'.
           88  WS-BUREAU-FILE-PRESENT        VALUE 'Y'.
       01  WS-BUREAU-FOUND-FLAG              PIC X.
           88  WS-BUREAU-FOUND               VALUE 'Y'.
       01  WS-BUREAU-RISK-FLAG               PIC X.
           88  WS-BUREAU-ADVERSE             VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-PAYMENT-INTEGER-DATE           PIC S9(9) COMP.
       01  WS-INVOICE-INTEGER-DATE           PIC S9(9) COMP.
       01  WS-DAYS-TO-PAY                    PIC S9(9) COMP.
           05  WS-CUSTOMERS-SCORED           PIC 9(9) COMP VALUE 0.
           05  WS-RAISES-PROPOSED            PIC 9(9) COMP VALUE 0.
           05  WS-CUTS-PROPOSED              PIC 9(9) COMP VALUE 0.
           05  WS-BUREAU-RECORDS-USED        PIC 9(9) COMP VALUE 0.
           05  WS-BUREAU-CUTS                PIC 9(9) COMP VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
           05  WS-DTL-DISPUTES               PIC ZZ,ZZ9.
           05  FILLER                        PIC X(9)
               VALUE ' DISPUTES'.
           05  FILLER                        PIC X(7)
               VALUE '  RISK '.
           05  WS-DTL-RISK-CLASS             PIC X(1).

       01  WS-OVERFLOW-LINE.
           05  WS-OVF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
               VALUE 'CUTS PROPOSED: '.
           05  WS-SUM-CUTS                   PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(20)
               VALUE 'BUREAU RECORDS USED:'.
           05  WS-SUM-BUREAU-USED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'CUTS ON BUREAU:  '.
           05  WS-SUM-BUREAU-CUTS            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           OPEN OUTPUT PROPOSAL-FILE
                       REVIEW-REPORT-FILE.

                   SCORE-PAYMENT-HISTORY-EXIT.
           PERFORM SCORE-OPEN-DISPUTES THRU
                   SCORE-OPEN-DISPUTES-EXIT.
           OPEN INPUT CREDIT-BUREAU-FILE.
           IF WS-BUREAU-STATUS-OK
               SET WS-BUREAU-FILE-PRESENT TO TRUE
           ELSE
               CLOSE CREDIT-BUREAU-FILE
           END-IF.

           PERFORM PROPOSE-FOR-EACH-CUSTOMER THRU
                   PROPOSE-FOR-EACH-CUSTOMER-EXIT.

           IF WS-BUREAU-FILE-PRESENT
               CLOSE CREDIT-BUREAU-FILE
           END-IF.

           IF WS-SCORE-OVERFLOW > 0
               MOVE WS-SCORE-OVERFLOW TO WS-OVF-COUNT
               WRITE REVIEW-REPORT-LINE FROM WS-OVERFLOW-LINE
           MOVE WS-RAISES-PROPOSED  TO WS-SUM-RAISES.
           MOVE WS-CUTS-PROPOSED    TO WS-SUM-CUTS.
           WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-BUREAU-RECORDS-USED TO WS-SUM-BUREAU-USED.
           MOVE WS-BUREAU-CUTS         TO WS-SUM-BUREAU-CUTS.
           WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE-2.

           CLOSE PROPOSAL-FILE
                 REVIEW-REPORT-FILE.
               MOVE 0 TO WS-AVG-DAYS-TO-PAY
           END-IF.

           PERFORM LOOK-UP-BUREAU-RISK.

           EVALUATE TRUE
               WHEN WS-AVG-DAYS-TO-PAY > 60 OR
                    WS-SCR-OPEN-DISPUTES(WS-SCORE-IDX) > 2 OR
                    WS-BUREAU-ADVERSE
                   COMPUTE WS-PROPOSED-LIMIT ROUNDED =
                       CD-CREDIT-LIMIT * 0.75
                   ADD 1 TO WS-CUTS-PROPOSED
                   IF WS-AVG-DAYS-TO-PAY NOT > 60 AND
                      WS-SCR-OPEN-DISPUTES(WS-SCORE-IDX) NOT > 2
                       ADD 1 TO WS-BUREAU-CUTS
                   END-IF
                   MOVE 'C'   TO LP-PROPOSAL-ACTION
                   MOVE 'CUT ' TO WS-DTL-ACTION
                   PERFORM WRITE-ONE-PROPOSAL
               WHEN WS-SCR-PAYMENT-COUNT(WS-SCORE-IDX) NOT LESS
                        THAN 3 AND
                    WS-AVG-DAYS-TO-PAY NOT GREATER THAN 25 AND
                    WS-SCR-OPEN-DISPUTES(WS-SCORE-IDX) = 0 AND
                    (NOT WS-BUREAU-FOUND OR CB-RISK-LOW)
                   COMPUTE WS-PROPOSED-LIMIT ROUNDED =
                       CD-CREDIT-LIMIT * 1.25
                   ADD 1 TO WS-RAISES-PROPOSED
       JUDGE-ONE-CUSTOMER-EXIT.
           EXIT.

       LOOK-UP-BUREAU-RISK.
           MOVE 'N' TO WS-BUREAU-FOUND-FLAG.
           MOVE 'N' TO WS-BUREAU-RISK-FLAG.
           MOVE SPACE TO WS-DTL-RISK-CLASS.
           IF WS-BUREAU-FILE-PRESENT
               MOVE CD-CUSTOMER-NUMBER TO CB-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-BUREAU-FOUND-FLAG
               READ CREDIT-BUREAU-FILE
                   INVALID KEY MOVE 'N' TO WS-BUREAU-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-BUREAU-FOUND
               ADD 1 TO WS-BUREAU-RECORDS-USED
               MOVE CB-RISK-CLASS TO WS-DTL-RISK-CLASS
               IF CB-RISK-HIGH OR NOT CB-NO-DEROGATORY
                   MOVE 'Y' TO WS-BUREAU-RISK-FLAG
               END-IF
           END-IF.

       WRITE-ONE-PROPOSAL.
           MOVE CD-CUSTOMER-NUMBER  TO LP-CUSTOMER-NUMBER.
           MOVE CD-CREDIT-LIMIT     TO LP-CURRENT-LIMIT.
           MOVE WS-SCR-OPEN-DISPUTES(WS-SCORE-IDX)
               TO LP-OPEN-DISPUTES.
           MOVE 'P' TO LP-APPROVAL-STATUS.
           MOVE WS-DTL-RISK-CLASS   TO LP-BUREAU-RISK-CLASS.
           MOVE WS-TODAY-YYYYMMDD   TO LP-PROPOSAL-DATE.
           MOVE SPACES              TO LP-REVIEWED-BY.
           MOVE 0                   TO LP-REVIEW-DATE.
           WRITE LIMIT-PROPOSAL-RECORD.

           MOVE CD-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.
