      ***********************************************************
      * EDIREM01 -- INBOUND EDI 820 REMITTANCE ADVICE IMPORT         *
      *                                                              *
      * OUR LARGEST PAYERS REMIT ELECTRONICALLY AS X12 820           *
      * TRANSACTIONS -- ONE PAYMENT COVERING DOZENS OF INVOICES --   *
      * AND A CLERK USED TO RETYPE THE DETAIL INTO THE RECEIPT       *
      * FILE. THIS JOB READS THE 820 FILE AS THE TRANSLATOR          *
      * DELIVERS IT (ONE SEGMENT PER LINE, THE ELEMENT SEPARATOR     *
      * TAKEN FROM THE ISA SEGMENT), COLLECTS EACH ST/SE             *
      * TRANSACTION'S BPR PAYMENT, TRN TRACE NUMBER, N1*PR PAYER     *
      * AND RMR INVOICE LINES (WITH ANY ADX ADJUSTMENTS), AND        *
      * RESOLVES EVERY RMR*IV INVOICE NUMBER THROUGH                 *
      * LOOKUPINVOICENUMBER, WHICH ALSO NAMES THE OWNING CUSTOMER.   *
      * EACH RESOLVED LINE BECOMES ONE PAYRCPT.cpy RECEIPT FOR THE   *
      * LINE'S PAID AMOUNT, CARRYING THE 820 TRACE NUMBER AS         *
      * PR-PAYMENT-REFERENCE (ITS LAST 12 CHARACTERS WHEN LONGER),   *
      * APPENDED TO THE RAW RECEIPT FILE (PAYRCPIN) SO THE RECEIPTS  *
      * GO THROUGH PAYGATE1 LIKE ANY OTHER -- THIS JOB RUNS AHEAD OF *
      * PAYGATE1. A LINE THAT CANNOT BE RESOLVED (NOT AN INVOICE     *
      * QUALIFIER, NOT A NUMBER, NOT ON FILE, OR ON MORE THAN ONE    *
      * CUSTOMER) IS LISTED ON THE EXCEPTION REPORT INSTEAD. A       *
      * PAYMENT WHOSE LINES DO NOT ADD UP TO THE BPR AMOUNT, OR THAT *
      * TAKES A CREDIT OR ZERO LINE, OR IS OTHERWISE INCOMPLETE, IS  *
      * HELD WHOLE -- NO RECEIPT IS WRITTEN FOR ANY OF ITS LINES --  *
      * AND LISTED LINE BY LINE. ADJUSTMENT CODES ON LINES THAT DID  *
      * IMPORT ARE LISTED TOO. ANY EXCEPTION ENDS THE RUN WITH       *
      * RETURN-CODE 4; AN INVOICE MASTER THE LOOKUP CANNOT OPEN      *
      * ENDS IT WITH 8.                                              *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIREM01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-820-FILE ASSIGN TO EDI820IN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAW-RECEIPT-FILE ASSIGN TO PAYRCPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO EDIRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EDI-820-FILE.
       01  EDI-SEGMENT-RECORD                PIC X(256).

       FD  RAW-RECEIPT-FILE.
           COPY PAYRCPT.

       FD  EXCEPTION-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-SEGMENTS           VALUE 'Y'.
       01  WS-RECEIPT-STATUS                 PIC X(2).
           88  WS-RECEIPT-STATUS-OK          VALUE '00'.

      *  ONE SEGMENT SPLIT INTO ITS ELEMENTS. WS-ELM (1) IS THE
      *  SEGMENT ID, SO THE X12 ELEMENT NN IS WS-ELM (NN + 1).
       01  WS-ELEMENT-SEPARATOR              PIC X(1) VALUE '*'.
       01  WS-SEGMENT-ELEMENTS.
           05  WS-ELM                        PIC X(50)
                                             OCCURS 20 TIMES.

      *  THE TRANSACTION BEING COLLECTED, ST THROUGH SE.
       01  WS-PAYMENT-OPEN-FLAG              PIC X VALUE 'N'.
           88  WS-PAYMENT-OPEN               VALUE 'Y'.
       01  WS-PAYMENT-AMOUNT                 PIC S9(13)V9(2) COMP-3.
       01  WS-PAYMENT-AMOUNT-FLAG            PIC X.
           88  WS-PAYMENT-AMOUNT-VALID       VALUE 'Y'.
       01  WS-PAYMENT-DATE                   PIC 9(7).
       01  WS-TRACE-NUMBER                   PIC X(50).
       01  WS-TRACE-LENGTH                   PIC 9(4) COMP.
       01  WS-PAYMENT-REFERENCE              PIC X(12).
       01  WS-PAYER-NAME                     PIC X(50).
       01  WS-LINE-TOTAL                     PIC S9(13)V9(2) COMP-3.
       01  WS-HOLD-REASON                    PIC X(40).
           88  WS-PAYMENT-CLEAN              VALUE SPACES.
       01  WS-PAYMENT-LISTED-FLAG            PIC X.
           88  WS-PAYMENT-LISTED             VALUE 'Y'.

      *  THE RMR LINES OF ONE PAYMENT. A PAYMENT WITH MORE LINES
      *  THAN THE TABLE HOLDS IS HELD FOR A CLERK.
       01  WS-MAX-REMIT-LINES                PIC 9(4) COMP VALUE 500.
       01  WS-REMIT-LINE-COUNT               PIC 9(4) COMP.
       01  WS-REMIT-LINE-OVERFLOW            PIC 9(4) COMP.
       01  WS-REMIT-LINE-TABLE.
           05  WS-REMIT-LINE OCCURS 500 TIMES
                             INDEXED BY WS-RLX.
               10  WS-RML-QUALIFIER          PIC X(3).
               10  WS-RML-INVOICE-TEXT       PIC X(30).
               10  WS-RML-AMOUNT             PIC S9(13)V9(2) COMP-3.
               10  WS-RML-AMOUNT-FLAG        PIC X.
                   88  WS-RML-AMOUNT-VALID   VALUE 'Y'.
               10  WS-RML-ADJ-CODE           PIC X(3).
               10  WS-RML-ADJ-AMOUNT         PIC S9(13)V9(2) COMP-3.

      *  X12 AMOUNTS ARE FREE-FORM DECIMALS ("1234.5", "-20",
      *  "100.00") -- SPLIT AT THE POINT AND CHECK EACH PART.
       01  WS-AMT-TEXT                       PIC X(50).
       01  WS-AMT-START                      PIC 9(4) COMP.
       01  WS-AMT-SIGN                       PIC X(1).
       01  WS-AMT-WHOLE                      PIC X(50).
       01  WS-AMT-WHOLE-LEN                  PIC 9(4) COMP.
       01  WS-AMT-FRACTION                   PIC X(50).
       01  WS-AMT-FRACTION-LEN               PIC 9(4) COMP.
       01  WS-AMT-VALUE                      PIC S9(13)V9(2) COMP-3.
       01  WS-AMT-VALID-FLAG                 PIC X.
           88  WS-AMT-VALID                  VALUE 'Y'.

       01  WS-DATE-TEXT                      PIC X(8).
       01  WS-DATE-NUMBER REDEFINES WS-DATE-TEXT
                                             PIC 9(8).

       01  WS-INVOICE-LENGTH                 PIC 9(4) COMP.
       01  WS-LOOKUP-INVOICE-NUMBER          PIC 9(10).

           COPY INVMAST
               REPLACING INVOICE-MASTER-RECORD BY
                             LK-INVOICE-MASTER-RECORD
                         LEADING ==IM== BY ==LK==.

       01  WS-LKPINV-STATUS                  PIC X(2).
           88  WS-LKPINV-OK                  VALUE '00'.
           88  WS-LKPINV-FILE-ERROR          VALUE '02'.
           88  WS-LKPINV-NOT-FOUND           VALUE '04'.
           88  WS-LKPINV-OK-DUPLICATES       VALUE '06'.

       01  WS-SEVERE-FLAG                    PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR               VALUE 'Y'.

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).

       01  WS-COUNTERS.
           05  WS-SEGMENTS-READ              PIC 9(9) COMP VALUE 0.
           05  WS-PAYMENTS-READ              PIC 9(9) COMP VALUE 0.
           05  WS-PAYMENTS-IMPORTED          PIC 9(9) COMP VALUE 0.
           05  WS-PAYMENTS-HELD              PIC 9(9) COMP VALUE 0.
           05  WS-RECEIPTS-WRITTEN           PIC 9(9) COMP VALUE 0.
           05  WS-LINES-UNRESOLVED           PIC 9(9) COMP VALUE 0.
           05  WS-CASH-IMPORTED              PIC S9(13)V9(2) COMP-3
                                              VALUE 0.
           05  WS-CASH-NOT-IMPORTED          PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'EDI 820 REMITTANCE IMPORT EXCEPTION REPORT'.

       01  WS-PAYMENT-LINE.
           05  FILLER                        PIC X(9)
               VALUE 'PAYMENT  '.
           05  WS-PAY-TRACE                  PIC X(30).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PAY-PAYER                  PIC X(20).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PAY-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PAY-LINE-TOTAL             PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PAY-MESSAGE                PIC X(31).

       01  WS-LINE-DETAIL.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-LIN-INVOICE                PIC X(15).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LIN-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LIN-AMOUNT                 PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LIN-ADJ-CODE               PIC X(3).
           05  FILLER                        PIC X(1) VALUE SPACE.
           05  WS-LIN-ADJ-AMOUNT             PIC -(12)9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LIN-MESSAGE                PIC X(40).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(20)
               VALUE 'PAYMENTS READ:      '.
           05  WS-SUM-PAYMENTS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'PAYMENTS IMPORTED:  '.
           05  WS-SUM-IMPORTED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'PAYMENTS HELD:      '.
           05  WS-SUM-HELD                   PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(20)
               VALUE 'RECEIPTS WRITTEN:   '.
           05  WS-SUM-RECEIPTS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'LINES UNRESOLVED:   '.
           05  WS-SUM-UNRESOLVED             PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                        PIC X(20)
               VALUE 'CASH IMPORTED:      '.
           05  WS-SUM-CASH-IMPORTED          PIC -(12)9.99.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'CASH NOT IMPORTED:  '.
           05  WS-SUM-CASH-NOT-IMPORTED      PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT EDI-820-FILE
                OUTPUT EXCEPTION-REPORT-FILE.

      *  JOIN THE DAY'S RAW RECEIPT FILE AHEAD OF PAYGATE1 -- THE
      *  USUAL FIRST-EVER CREATE FALLBACK WHEN NOTHING HAS WRITTEN
      *  ONE YET.
           OPEN EXTEND RAW-RECEIPT-FILE.
           IF NOT WS-RECEIPT-STATUS-OK
               OPEN OUTPUT RAW-RECEIPT-FILE
           END-IF.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).

           WRITE EXCEPTION-REPORT-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

           PERFORM READ-NEXT-SEGMENT.
           PERFORM UNTIL WS-NO-MORE-SEGMENTS
               ADD 1 TO WS-SEGMENTS-READ
               PERFORM PROCESS-ONE-SEGMENT
               PERFORM READ-NEXT-SEGMENT
           END-PERFORM.

      *  A FILE CUT OFF BEFORE ITS LAST SE STILL ACCOUNTS FOR THE
      *  PAYMENT IT WAS CARRYING.
           IF WS-PAYMENT-OPEN
               MOVE 'TRANSACTION NOT CLOSED BY SE' TO WS-HOLD-REASON
               PERFORM FINISH-PAYMENT THRU FINISH-PAYMENT-EXIT
           END-IF.

           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-PAYMENTS-READ     TO WS-SUM-PAYMENTS.
           MOVE WS-PAYMENTS-IMPORTED TO WS-SUM-IMPORTED.
           MOVE WS-PAYMENTS-HELD     TO WS-SUM-HELD.
           WRITE EXCEPTION-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-RECEIPTS-WRITTEN  TO WS-SUM-RECEIPTS.
           MOVE WS-LINES-UNRESOLVED  TO WS-SUM-UNRESOLVED.
           WRITE EXCEPTION-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-CASH-IMPORTED     TO WS-SUM-CASH-IMPORTED.
           MOVE WS-CASH-NOT-IMPORTED TO WS-SUM-CASH-NOT-IMPORTED.
           WRITE EXCEPTION-REPORT-LINE FROM WS-SUMMARY-LINE-3.

           CLOSE EDI-820-FILE
                 RAW-RECEIPT-FILE
                 EXCEPTION-REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PAYMENTS-HELD > 0 OR WS-LINES-UNRESOLVED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       READ-NEXT-SEGMENT.
           READ EDI-820-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  SPLIT THE SEGMENT AND FILE WHAT IT CARRIES AGAINST THE OPEN   *
      *  TRANSACTION. ENVELOPE SEGMENTS (ISA/GS/GE/IEA) AND ANYTHING   *
      *  THIS JOB DOES NOT USE ARE PASSED OVER.                        *
      *****************************************************************
       PROCESS-ONE-SEGMENT.
           IF EDI-SEGMENT-RECORD(1:3) = 'ISA'
               MOVE EDI-SEGMENT-RECORD(4:1) TO WS-ELEMENT-SEPARATOR
           END-IF.

           MOVE SPACES TO WS-SEGMENT-ELEMENTS.
           UNSTRING EDI-SEGMENT-RECORD
               DELIMITED BY WS-ELEMENT-SEPARATOR OR '~'
               INTO WS-ELM (1)  WS-ELM (2)  WS-ELM (3)  WS-ELM (4)
                    WS-ELM (5)  WS-ELM (6)  WS-ELM (7)  WS-ELM (8)
                    WS-ELM (9)  WS-ELM (10) WS-ELM (11) WS-ELM (12)
                    WS-ELM (13) WS-ELM (14) WS-ELM (15) WS-ELM (16)
                    WS-ELM (17) WS-ELM (18) WS-ELM (19) WS-ELM (20)
           END-UNSTRING.

           EVALUATE WS-ELM (1)
               WHEN 'ST'
                   PERFORM START-PAYMENT
               WHEN 'BPR'
                   IF WS-PAYMENT-OPEN
                       PERFORM COLLECT-BPR
                   END-IF
               WHEN 'TRN'
                   IF WS-PAYMENT-OPEN
                       MOVE WS-ELM (3) TO WS-TRACE-NUMBER
                   END-IF
               WHEN 'N1'
                   IF WS-PAYMENT-OPEN AND WS-ELM (2) = 'PR'
                       MOVE WS-ELM (3) TO WS-PAYER-NAME
                   END-IF
               WHEN 'RMR'
                   IF WS-PAYMENT-OPEN
                       PERFORM COLLECT-RMR
                   END-IF
               WHEN 'ADX'
                   IF WS-PAYMENT-OPEN
                       PERFORM COLLECT-ADX
                   END-IF
               WHEN 'SE'
                   IF WS-PAYMENT-OPEN
                       PERFORM FINISH-PAYMENT THRU
                               FINISH-PAYMENT-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *  A NEW ST WHILE ONE IS STILL OPEN MEANS THE EARLIER SE WAS
      *  LOST -- HOLD THAT PAYMENT RATHER THAN MERGE THE TWO.
       START-PAYMENT.
           IF WS-PAYMENT-OPEN
               MOVE 'TRANSACTION NOT CLOSED BY SE' TO WS-HOLD-REASON
               PERFORM FINISH-PAYMENT THRU FINISH-PAYMENT-EXIT
           END-IF.
           IF WS-ELM (2) NOT = '820'
               GO TO START-PAYMENT-EXIT
           END-IF.
           MOVE 'Y'    TO WS-PAYMENT-OPEN-FLAG.
           MOVE 'N'    TO WS-PAYMENT-AMOUNT-FLAG.
           MOVE 0      TO WS-PAYMENT-AMOUNT.
           MOVE WS-TODAY-JULIAN TO WS-PAYMENT-DATE.
           MOVE SPACES TO WS-TRACE-NUMBER.
           MOVE SPACES TO WS-PAYER-NAME.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE 0      TO WS-REMIT-LINE-COUNT.
           MOVE 0      TO WS-REMIT-LINE-OVERFLOW.
       START-PAYMENT-EXIT.
           EXIT.

      *  BPR02 IS THE PAYMENT AMOUNT, BPR16 THE EFFECTIVE DATE
      *  (CCYYMMDD). NO USABLE DATE MEANS THE PAYMENT IS DATED
      *  TODAY.
       COLLECT-BPR.
           MOVE WS-ELM (3) TO WS-AMT-TEXT.
           PERFORM CONVERT-X12-AMOUNT THRU CONVERT-X12-AMOUNT-EXIT.
           IF WS-AMT-VALID
               MOVE 'Y' TO WS-PAYMENT-AMOUNT-FLAG
               MOVE WS-AMT-VALUE TO WS-PAYMENT-AMOUNT
           END-IF.
           MOVE WS-ELM (17) TO WS-DATE-TEXT.
           IF WS-DATE-TEXT NUMERIC AND
              WS-DATE-TEXT(5:2) >= '01' AND WS-DATE-TEXT(5:2) <= '12'
              AND WS-DATE-TEXT(7:2) >= '01'
              AND WS-DATE-TEXT(7:2) <= '31'
               COMPUTE WS-PAYMENT-DATE =
                   FUNCTION DAY-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER))
           END-IF.

      *  RMR01 QUALIFIES THE REFERENCE (IV = INVOICE), RMR02 IS THE
      *  REFERENCE ITSELF, RMR04 THE AMOUNT PAID ON IT.
       COLLECT-RMR.
           IF WS-REMIT-LINE-COUNT NOT < WS-MAX-REMIT-LINES
               ADD 1 TO WS-REMIT-LINE-OVERFLOW
           ELSE
               ADD 1 TO WS-REMIT-LINE-COUNT
               SET WS-RLX TO WS-REMIT-LINE-COUNT
               MOVE WS-ELM (2) TO WS-RML-QUALIFIER (WS-RLX)
               MOVE WS-ELM (3) TO WS-RML-INVOICE-TEXT (WS-RLX)
               MOVE SPACES     TO WS-RML-ADJ-CODE (WS-RLX)
               MOVE 0          TO WS-RML-ADJ-AMOUNT (WS-RLX)
               MOVE WS-ELM (5) TO WS-AMT-TEXT
               PERFORM CONVERT-X12-AMOUNT THRU
                       CONVERT-X12-AMOUNT-EXIT
               MOVE WS-AMT-VALID-FLAG TO WS-RML-AMOUNT-FLAG (WS-RLX)
               MOVE WS-AMT-VALUE      TO WS-RML-AMOUNT (WS-RLX)
           END-IF.

      *  ADX01 IS THE ADJUSTMENT AMOUNT, ADX02 ITS REASON CODE. THE
      *  FIRST CODE ON A LINE IS KEPT; THE AMOUNTS ARE SUMMED.
       COLLECT-ADX.
           IF WS-REMIT-LINE-COUNT > 0 AND
              WS-REMIT-LINE-OVERFLOW = 0
               SET WS-RLX TO WS-REMIT-LINE-COUNT
               IF WS-RML-ADJ-CODE (WS-RLX) = SPACES
                   MOVE WS-ELM (3) TO WS-RML-ADJ-CODE (WS-RLX)
               END-IF
               MOVE WS-ELM (2) TO WS-AMT-TEXT
               PERFORM CONVERT-X12-AMOUNT THRU
                       CONVERT-X12-AMOUNT-EXIT
               IF WS-AMT-VALID
                   ADD WS-AMT-VALUE TO WS-RML-ADJ-AMOUNT (WS-RLX)
               END-IF
           END-IF.

      *****************************************************************
      *  SE CLOSES THE TRANSACTION: THE PAYMENT IS EITHER HELD WHOLE   *
      *  OR ITS LINES ARE RESOLVED AND WRITTEN ONE BY ONE.             *
      *****************************************************************
       FINISH-PAYMENT.
           MOVE 'N' TO WS-PAYMENT-OPEN-FLAG.
           ADD 1 TO WS-PAYMENTS-READ.

           MOVE 0 TO WS-LINE-TOTAL.
           PERFORM VARYING WS-RLX FROM 1 BY 1
                   UNTIL WS-RLX > WS-REMIT-LINE-COUNT
               ADD WS-RML-AMOUNT (WS-RLX) TO WS-LINE-TOTAL
               IF WS-PAYMENT-CLEAN AND
                  NOT WS-RML-AMOUNT-VALID (WS-RLX)
                   MOVE 'LINE AMOUNT MISSING OR INVALID'
                       TO WS-HOLD-REASON
               END-IF
               IF WS-PAYMENT-CLEAN AND
                  WS-RML-AMOUNT (WS-RLX) NOT > 0
                   MOVE 'CREDIT OR ZERO LINE, APPLY BY HAND'
                       TO WS-HOLD-REASON
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN NOT WS-PAYMENT-CLEAN
                   CONTINUE
               WHEN NOT WS-PAYMENT-AMOUNT-VALID OR
                    WS-PAYMENT-AMOUNT NOT > 0
                   MOVE 'BPR PAYMENT AMOUNT MISSING OR INVALID'
                       TO WS-HOLD-REASON
               WHEN WS-TRACE-NUMBER = SPACES
                   MOVE 'NO TRN TRACE NUMBER' TO WS-HOLD-REASON
               WHEN WS-REMIT-LINE-COUNT = 0
                   MOVE 'NO RMR REMITTANCE LINES' TO WS-HOLD-REASON
               WHEN WS-REMIT-LINE-OVERFLOW > 0
                   MOVE 'MORE THAN 500 LINES, APPLY BY HAND'
                       TO WS-HOLD-REASON
               WHEN WS-LINE-TOTAL NOT = WS-PAYMENT-AMOUNT
                   MOVE 'LINE TOTAL NOT EQUAL TO PAYMENT'
                       TO WS-HOLD-REASON
           END-EVALUATE.

           MOVE WS-TRACE-NUMBER   TO WS-PAY-TRACE.
           MOVE WS-PAYER-NAME     TO WS-PAY-PAYER.
           MOVE WS-PAYMENT-AMOUNT TO WS-PAY-AMOUNT.
           MOVE WS-LINE-TOTAL     TO WS-PAY-LINE-TOTAL.

           IF NOT WS-PAYMENT-CLEAN
               ADD 1 TO WS-PAYMENTS-HELD
               ADD WS-PAYMENT-AMOUNT TO WS-CASH-NOT-IMPORTED
               MOVE WS-HOLD-REASON TO WS-PAY-MESSAGE
               WRITE EXCEPTION-REPORT-LINE FROM WS-PAYMENT-LINE
               PERFORM VARYING WS-RLX FROM 1 BY 1
                       UNTIL WS-RLX > WS-REMIT-LINE-COUNT
                   MOVE 0 TO WS-LIN-CUSTOMER-NUMBER
                   MOVE 'HELD WITH THE PAYMENT' TO WS-LIN-MESSAGE
                   PERFORM LIST-REMIT-LINE
               END-PERFORM
               GO TO FINISH-PAYMENT-EXIT
           END-IF.

      *  THE REFERENCE IS THE TRACE NUMBER -- ITS LAST TWELVE
      *  CHARACTERS WHEN IT IS LONGER, WHERE A PAYER'S TRACE
      *  NUMBERS ACTUALLY DIFFER FROM ONE ANOTHER.
           MOVE 0 TO WS-TRACE-LENGTH.
           INSPECT WS-TRACE-NUMBER TALLYING WS-TRACE-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TRACE-LENGTH > 12
               MOVE WS-TRACE-NUMBER(WS-TRACE-LENGTH - 11:12)
                   TO WS-PAYMENT-REFERENCE
           ELSE
               MOVE WS-TRACE-NUMBER TO WS-PAYMENT-REFERENCE
           END-IF.

           ADD 1 TO WS-PAYMENTS-IMPORTED.
           MOVE 'N' TO WS-PAYMENT-LISTED-FLAG.
           MOVE 'IMPORTED' TO WS-PAY-MESSAGE.
           PERFORM VARYING WS-RLX FROM 1 BY 1
                   UNTIL WS-RLX > WS-REMIT-LINE-COUNT
               PERFORM IMPORT-ONE-LINE THRU IMPORT-ONE-LINE-EXIT
           END-PERFORM.

       FINISH-PAYMENT-EXIT.
           EXIT.

      *  ONE RMR LINE OF A PAYMENT THAT FOOTS: RESOLVE THE INVOICE
      *  TO ITS CUSTOMER AND WRITE THE RECEIPT, OR LIST WHY NOT.
       IMPORT-ONE-LINE.
           MOVE 0 TO WS-LIN-CUSTOMER-NUMBER.

           IF WS-RML-QUALIFIER (WS-RLX) NOT = 'IV'
               MOVE 'NOT AN INVOICE REFERENCE (RMR01 NOT IV)'
                   TO WS-LIN-MESSAGE
               GO TO IMPORT-LINE-UNRESOLVED
           END-IF.

           MOVE 0 TO WS-INVOICE-LENGTH.
           INSPECT WS-RML-INVOICE-TEXT (WS-RLX)
               TALLYING WS-INVOICE-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-INVOICE-LENGTH = 0 OR WS-INVOICE-LENGTH > 10
               MOVE 'INVOICE NUMBER BLANK OR TOO LONG'
                   TO WS-LIN-MESSAGE
               GO TO IMPORT-LINE-UNRESOLVED
           END-IF.
           IF WS-RML-INVOICE-TEXT (WS-RLX) (1:WS-INVOICE-LENGTH)
                   NOT NUMERIC
               MOVE 'INVOICE NUMBER NOT NUMERIC' TO WS-LIN-MESSAGE
               GO TO IMPORT-LINE-UNRESOLVED
           END-IF.
           COMPUTE WS-LOOKUP-INVOICE-NUMBER = FUNCTION NUMVAL(
               WS-RML-INVOICE-TEXT (WS-RLX) (1:WS-INVOICE-LENGTH)).

           CALL 'LOOKUPINVOICENUMBER'
               USING WS-LOOKUP-INVOICE-NUMBER
                     LK-INVOICE-MASTER-RECORD
                     WS-LKPINV-STATUS.
           EVALUATE TRUE
               WHEN WS-LKPINV-OK
                   CONTINUE
               WHEN WS-LKPINV-OK-DUPLICATES
                   MOVE 'INVOICE NUMBER ON MORE THAN ONE CUSTOMER'
                       TO WS-LIN-MESSAGE
                   GO TO IMPORT-LINE-UNRESOLVED
               WHEN WS-LKPINV-FILE-ERROR
                   MOVE 'Y' TO WS-SEVERE-FLAG
                   MOVE 'INVOICE MASTER COULD NOT BE OPENED'
                       TO WS-LIN-MESSAGE
                   GO TO IMPORT-LINE-UNRESOLVED
               WHEN OTHER
                   MOVE 'INVOICE NOT ON FILE' TO WS-LIN-MESSAGE
                   GO TO IMPORT-LINE-UNRESOLVED
           END-EVALUATE.

           MOVE LK-CUSTOMER-NUMBER       TO PR-CUSTOMER-NUMBER.
           MOVE LK-INVOICE-NUMBER        TO PR-INVOICE-NUMBER.
           MOVE WS-PAYMENT-DATE          TO PR-PAYMENT-DATE.
           MOVE WS-RML-AMOUNT (WS-RLX)   TO PR-PAYMENT-AMOUNT.
           MOVE WS-PAYMENT-REFERENCE     TO PR-PAYMENT-REFERENCE.
           MOVE SPACE                    TO PR-RECEIPT-STATUS.
           MOVE SPACES                   TO PR-COMPANY-CODE.
           MOVE SPACES                   TO PR-SUBMISSION-KEY.
           WRITE PAYMENT-RECEIPT-RECORD.
           ADD 1 TO WS-RECEIPTS-WRITTEN.
           ADD WS-RML-AMOUNT (WS-RLX) TO WS-CASH-IMPORTED.

      *  AN ADJUSTMENT THE PAYER TOOK IS LISTED SO A CLERK CAN
      *  CHASE OR CREDIT THE DIFFERENCE.
           IF WS-RML-ADJ-CODE (WS-RLX) NOT = SPACES OR
              WS-RML-ADJ-AMOUNT (WS-RLX) NOT = 0
               MOVE LK-CUSTOMER-NUMBER TO WS-LIN-CUSTOMER-NUMBER
               MOVE 'IMPORTED, PAYER ADJUSTMENT NOTED'
                   TO WS-LIN-MESSAGE
               PERFORM LIST-IMPORTED-PAYMENT
               PERFORM LIST-REMIT-LINE
           END-IF.
           GO TO IMPORT-ONE-LINE-EXIT.

       IMPORT-LINE-UNRESOLVED.
           PERFORM LIST-IMPORTED-PAYMENT.
           ADD 1 TO WS-LINES-UNRESOLVED.
           ADD WS-RML-AMOUNT (WS-RLX) TO WS-CASH-NOT-IMPORTED.
           PERFORM LIST-REMIT-LINE.

       IMPORT-ONE-LINE-EXIT.
           EXIT.

      *  AN IMPORTED PAYMENT IS HEADED ON THE REPORT ONCE, AHEAD OF
      *  THE FIRST OF ITS LINES THAT NEEDS LISTING.
       LIST-IMPORTED-PAYMENT.
           IF NOT WS-PAYMENT-LISTED
               MOVE 'Y' TO WS-PAYMENT-LISTED-FLAG
               WRITE EXCEPTION-REPORT-LINE FROM WS-PAYMENT-LINE
           END-IF.

       LIST-REMIT-LINE.
           MOVE WS-RML-INVOICE-TEXT (WS-RLX) TO WS-LIN-INVOICE.
           MOVE WS-RML-AMOUNT (WS-RLX)       TO WS-LIN-AMOUNT.
           MOVE WS-RML-ADJ-CODE (WS-RLX)     TO WS-LIN-ADJ-CODE.
           MOVE WS-RML-ADJ-AMOUNT (WS-RLX)   TO WS-LIN-ADJ-AMOUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-LINE-DETAIL.

      *  WS-AMT-TEXT IN, WS-AMT-VALUE AND WS-AMT-VALID-FLAG OUT. A
      *  LEADING MINUS, UP TO 13 WHOLE DIGITS AND UP TO 2 DECIMALS.
       CONVERT-X12-AMOUNT.
           MOVE 'N' TO WS-AMT-VALID-FLAG.
           MOVE 0 TO WS-AMT-VALUE.
           IF WS-AMT-TEXT = SPACES
               GO TO CONVERT-X12-AMOUNT-EXIT
           END-IF.

           MOVE SPACE TO WS-AMT-SIGN.
           MOVE 1 TO WS-AMT-START.
           IF WS-AMT-TEXT(1:1) = '-'
               MOVE '-' TO WS-AMT-SIGN
               MOVE 2 TO WS-AMT-START
           END-IF.

           MOVE SPACES TO WS-AMT-WHOLE WS-AMT-FRACTION.
           MOVE 0 TO WS-AMT-WHOLE-LEN WS-AMT-FRACTION-LEN.
           UNSTRING WS-AMT-TEXT(WS-AMT-START:)
               DELIMITED BY '.' OR ALL SPACE
               INTO WS-AMT-WHOLE    COUNT IN WS-AMT-WHOLE-LEN
                    WS-AMT-FRACTION COUNT IN WS-AMT-FRACTION-LEN
           END-UNSTRING.

           IF (WS-AMT-WHOLE-LEN = 0 AND WS-AMT-FRACTION-LEN = 0) OR
              WS-AMT-WHOLE-LEN > 13 OR WS-AMT-FRACTION-LEN > 2
               GO TO CONVERT-X12-AMOUNT-EXIT
           END-IF.
           IF WS-AMT-WHOLE-LEN > 0
               IF WS-AMT-WHOLE(1:WS-AMT-WHOLE-LEN) NOT NUMERIC
                   GO TO CONVERT-X12-AMOUNT-EXIT
               END-IF
               COMPUTE WS-AMT-VALUE =
                   FUNCTION NUMVAL(WS-AMT-WHOLE(1:WS-AMT-WHOLE-LEN))
           END-IF.
           IF WS-AMT-FRACTION-LEN > 0
               IF WS-AMT-FRACTION(1:WS-AMT-FRACTION-LEN) NOT NUMERIC
                   GO TO CONVERT-X12-AMOUNT-EXIT
               END-IF
               IF WS-AMT-FRACTION-LEN = 1
                   COMPUTE WS-AMT-VALUE = WS-AMT-VALUE +
                       FUNCTION NUMVAL(WS-AMT-FRACTION(1:1)) / 10
               ELSE
                   COMPUTE WS-AMT-VALUE = WS-AMT-VALUE +
                       FUNCTION NUMVAL(WS-AMT-FRACTION(1:2)) / 100
               END-IF
           END-IF.

           IF WS-AMT-SIGN = '-'
               COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
           END-IF.
           MOVE 'Y' TO WS-AMT-VALID-FLAG.
       CONVERT-X12-AMOUNT-EXIT.
           EXIT.
