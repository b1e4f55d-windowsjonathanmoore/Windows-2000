      ***********************************************************
      * FCWGEN01 -- FINANCE-CHARGE WAIVER CREDIT GENERATION          *
      * A FORGIVEN FINANCE CHARGE USED TO BE A CREDIT MEMO A CLERK   *
      * KEYED BY HAND. THIS JOB READS THE WAIVER FILE (FCWAIVE.cpy)  *
      * AND, FOR EVERY WAIVER THE FCWMNT METHOD HAS APPROVED, WRITES *
      * THE REVERSING IM-TYPE-CREDIT-MEMO TRANSACTION FOR INVPOST1   *
      * IN THE WRTOFF01 SHAPE -- NUMBERED BY CREATEINVOICENUMBER,    *
      * PRODUCT FINCHARGE, TIED TO THE WAIVED CHARGE THROUGH         *
      * TR-APPLIES-TO-INVOICE, AND CARRYING THE DEDICATED FCWV       *
      * CREDIT REASON -- THEN MARKS THE WAIVER CREDITED WITH THE     *
      * CREDIT'S NUMBER AND DATE, SO IT IS NEVER CREDITED TWICE. ONE *
      * LINE PER CREDIT GOES ON THE REGISTER.                        *
      *                                                              *
      * FCWV MUST BE ON THE CREDIT-REASON TABLE (CRDRSN.cpy, LOADED  *
      * BY RSNLOAD1) OR EVERY CREDIT WOULD FAIL INVPOST1'S REASON    *
      * GATE, SO A MISSING CODE STOPS THE RUN WITH CONDITION CODE 8  *
      * BEFORE ANY CREDIT IS WRITTEN. AN APPROVED WAIVER WHOSE       *
      * CHARGE HAS SINCE BEEN PAID, VOIDED, OR PAID DOWN BELOW THE   *
      * WAIVER AMOUNT IS LEFT APPROVED AND LISTED FOR COLLECTIONS TO *
      * WITHDRAW OR RE-REQUEST; ANY SUCH LINE GRADES THE RUN 4.      *
      *                                                              *
      * WHEN TODAY FALLS IN A FISCAL PERIOD FINANCE HAS ALREADY      *
      * CLOSED (PERCTL.cpy) THE PERIOD'S RULE DECIDES, AS IN         *
      * WRTOFF01: REJECT MEANS NO CREDITS ARE WRITTEN AND THE RUN    *
      * GRADES 4; MOVE MEANS THE CREDITS ARE DATED THE FIRST DAY OF  *
      * THE FIRST OPEN PERIOD, WITH TODAY KEPT AS                    *
      * TR-ORIGINAL-ACTIVITY-DATE.                                   *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCWGEN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-FILE ASSIGN TO FCWAIVE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CREDIT-REASON-FILE ASSIGN TO CRDRSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-REASON-CODE
               FILE STATUS IS WS-REASON-STATUS.
           SELECT WAIVER-TRANSACTION-FILE ASSIGN TO FCWGTRN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAIVER-REGISTER-FILE ASSIGN TO FCWGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WAIVER-FILE.
           COPY FCWAIVE.

       FD  INVOICE-MASTER-FILE.
           COPY INVMAST.

       FD  CREDIT-REASON-FILE.
           COPY CRDRSN.

       FD  WAIVER-TRANSACTION-FILE.
           COPY INVTRAN.

       FD  WAIVER-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WAIVER-REGISTER-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                       PIC X VALUE 'N'.
           88  WS-NO-MORE-WAIVERS            VALUE 'Y'.

       01  WS-WAIVER-STATUS                  PIC X(2).
           88  WS-WAIVER-STATUS-OK           VALUE '00'.
       01  WS-MASTER-STATUS                  PIC X(2).
           88  WS-MASTER-STATUS-OK           VALUE '00'.
       01  WS-REASON-STATUS                  PIC X(2).
           88  WS-REASON-STATUS-OK           VALUE '00'.
       01  WS-FOUND-FLAG                     PIC X.
           88  WS-RECORD-FOUND               VALUE 'Y'.

      *  THE CREDIT REASON EVERY WAIVER CREDIT CARRIES.
       01  WS-WAIVER-REASON-CODE             PIC X(4) VALUE 'FCWV'.

       01  WS-CRINVNO-STATUS                 PIC X(2).
           88  WS-CRINVNO-OK                 VALUE '00'.
       01  WS-CRINVNO-CALLER                 PIC X(8)
                                              VALUE 'FCWGEN01'.
       01  WS-NEW-INVOICE-NUMBER             PIC 9(10).

       01  WS-OPEN-BALANCE                   PIC S9(13)V9(2) COMP-3.

      *  THE CREDIT'S DESCRIPTION NAMES THE CHARGE IT FORGIVES, THE
      *  WAY WRTOFF01'S DOES.
       01  WS-WAIVER-DESCRIPTION.
           05  FILLER                        PIC X(33)
               VALUE 'FINANCE CHARGE WAIVER OF INVOICE '.
           05  WS-WVD-ORIGINAL-NUMBER        PIC 9(10).

       01  WS-TODAY-YYYYMMDD                 PIC 9(8).
       01  WS-TODAY-JULIAN                   PIC 9(7).
       01  WS-TODAY-INTEGER-DATE             PIC S9(9) COMP.

      *  FISCAL-PERIOD GUARD -- THE SAME ONE WRTOFF01 APPLIES.
       01  WS-PERIOD-POSTING-DATE            PIC 9(7).
       01  WS-PERIOD-STATUS-CODE             PIC X(1).
       01  WS-PERLKP-STATUS                  PIC X(2).
           88  WS-PERLKP-MOVED               VALUE '08'.
           88  WS-PERLKP-REJECTED            VALUE '12'.
       01  WS-CREDIT-POSTING-DATE            PIC 9(7).
       01  WS-CREDIT-ORIGINAL-DATE           PIC 9(7).

       01  WS-COUNTERS.
           05  WS-WAIVERS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-WAIVERS-CREDITED           PIC 9(9) COMP VALUE 0.
           05  WS-WAIVERS-HELD               PIC 9(9) COMP VALUE 0.
           05  WS-WAIVERS-PENDING            PIC 9(9) COMP VALUE 0.
           05  WS-TOTAL-CREDITED-USD         PIC S9(13)V9(2) COMP-3
                                              VALUE 0.

       01  WS-TITLE-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'FINANCE-CHARGE WAIVER CREDIT REGISTER'.

       01  WS-HEADING-LINE.
           05  FILLER                        PIC X(36)
               VALUE 'CUSTOMER    INVOICE      CREDIT     '.
           05  FILLER                        PIC X(36)
               VALUE '          AMOUNT CUR  REQ BY   APPR '.
           05  FILLER                        PIC X(12)
               VALUE 'BY    STATUS'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-NUMBER        PIC 9(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-INVOICE-NUMBER         PIC 9(10).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-CREDIT-NUMBER          PIC 9(10).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DTL-WAIVER-AMOUNT          PIC -(12)9.99.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DTL-CURRENCY-CODE          PIC X(3).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DTL-REQUESTED-BY           PIC X(8).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DTL-APPROVED-BY            PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DTL-DISPOSITION            PIC X(40).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'WAIVERS CREDITED:       '.
           05  WS-SUM-CREDITED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'TOTAL CREDITED (USD):   '.
           05  WS-SUM-TOTAL-USD              PIC -(12)9.99.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'APPROVED, NOT CREDITED: '.
           05  WS-SUM-HELD                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'AWAITING APPROVAL:      '.
           05  WS-SUM-PENDING                PIC ZZZ,ZZZ,ZZ9.

       01  WS-MESSAGE-LINE                   PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT WAIVER-TRANSACTION-FILE
                       WAIVER-REGISTER-FILE.
           WRITE WAIVER-REGISTER-LINE FROM WS-TITLE-LINE-1.
           MOVE SPACES TO WAIVER-REGISTER-LINE.
           WRITE WAIVER-REGISTER-LINE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(WS-TODAY-INTEGER-DATE).

      *  NO WAIVER FILE YET MEANS NOBODY HAS ASKED FOR ONE.
           OPEN I-O WAIVER-FILE.
           IF NOT WS-WAIVER-STATUS-OK
               CLOSE WAIVER-FILE
               MOVE 'NO WAIVER FILE -- NOTHING TO CREDIT'
                   TO WS-MESSAGE-LINE
               WRITE WAIVER-REGISTER-LINE FROM WS-MESSAGE-LINE
               CLOSE WAIVER-TRANSACTION-FILE
                     WAIVER-REGISTER-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT INVOICE-MASTER-FILE.
           IF NOT WS-MASTER-STATUS-OK
               CLOSE INVOICE-MASTER-FILE
               MOVE 'INVOICE MASTER WILL NOT OPEN -- NO CREDITS'
                   TO WS-MESSAGE-LINE
               PERFORM STOP-THE-RUN
               GOBACK
           END-IF.

           PERFORM CHECK-WAIVER-REASON.
           IF NOT WS-RECORD-FOUND
               CLOSE INVOICE-MASTER-FILE
               MOVE 'REASON FCWV NOT ON CRDRSN -- NO CREDITS'
                   TO WS-MESSAGE-LINE
               PERFORM STOP-THE-RUN
               GOBACK
           END-IF.

           MOVE WS-TODAY-JULIAN TO WS-CREDIT-POSTING-DATE.
           MOVE 0 TO WS-CREDIT-ORIGINAL-DATE.
           CALL 'LOOKUPPERIODSTATUS' USING WS-TODAY-JULIAN
                                           WS-PERIOD-POSTING-DATE
                                           WS-PERIOD-STATUS-CODE
                                           WS-PERLKP-STATUS.
           IF WS-PERLKP-REJECTED
               MOVE 'CLOSED FISCAL PERIOD -- NO CREDITS WRITTEN'
                   TO WS-MESSAGE-LINE
               WRITE WAIVER-REGISTER-LINE FROM WS-MESSAGE-LINE
               CLOSE WAIVER-FILE
                     INVOICE-MASTER-FILE
                     WAIVER-TRANSACTION-FILE
                     WAIVER-REGISTER-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PERLKP-MOVED
               MOVE WS-PERIOD-POSTING-DATE TO WS-CREDIT-POSTING-DATE
               MOVE WS-TODAY-JULIAN        TO WS-CREDIT-ORIGINAL-DATE
           END-IF.

           WRITE WAIVER-REGISTER-LINE FROM WS-HEADING-LINE.

           PERFORM READ-NEXT-WAIVER.
           PERFORM UNTIL WS-NO-MORE-WAIVERS
               ADD 1 TO WS-WAIVERS-READ
               PERFORM CREDIT-ONE-WAIVER THRU CREDIT-ONE-WAIVER-EXIT
               PERFORM READ-NEXT-WAIVER
           END-PERFORM.

           MOVE SPACES TO WAIVER-REGISTER-LINE.
           WRITE WAIVER-REGISTER-LINE.
           MOVE WS-WAIVERS-CREDITED   TO WS-SUM-CREDITED.
           MOVE WS-TOTAL-CREDITED-USD TO WS-SUM-TOTAL-USD.
           WRITE WAIVER-REGISTER-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-WAIVERS-HELD       TO WS-SUM-HELD.
           MOVE WS-WAIVERS-PENDING    TO WS-SUM-PENDING.
           WRITE WAIVER-REGISTER-LINE FROM WS-SUMMARY-LINE-2.

           IF WS-WAIVERS-HELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE WAIVER-FILE
                 INVOICE-MASTER-FILE
                 WAIVER-TRANSACTION-FILE
                 WAIVER-REGISTER-FILE.
           GOBACK.

      *  A MISSING MASTER OR REASON CODE MEANS NOTHING CAN BE
      *  CREDITED SAFELY -- SAY WHY AND END SEVERE.
       STOP-THE-RUN.
           WRITE WAIVER-REGISTER-LINE FROM WS-MESSAGE-LINE.
           CLOSE WAIVER-FILE
                 WAIVER-TRANSACTION-FILE
                 WAIVER-REGISTER-FILE.
           MOVE 8 TO RETURN-CODE.

       CHECK-WAIVER-REASON.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT CREDIT-REASON-FILE.
           IF WS-REASON-STATUS-OK
               MOVE WS-WAIVER-REASON-CODE TO RN-REASON-CODE
               MOVE 'Y' TO WS-FOUND-FLAG
               READ CREDIT-REASON-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               END-READ
           END-IF.
           CLOSE CREDIT-REASON-FILE.

       READ-NEXT-WAIVER.
           READ WAIVER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *****************************************************************
      *  ONE APPROVED WAIVER BECOMES ONE CREDIT-MEMO TRANSACTION, AS   *
      *  LONG AS THE CHARGE STILL OWES AT LEAST THE WAIVED AMOUNT --   *
      *  OTHERWISE IT IS LISTED AND LEFT FOR COLLECTIONS. PENDING AND  *
      *  ALREADY-CREDITED WAIVERS ARE ONLY COUNTED.                    *
      *****************************************************************
       CREDIT-ONE-WAIVER.
           IF FW-AWAITING-APPROVAL
               ADD 1 TO WS-WAIVERS-PENDING
               GO TO CREDIT-ONE-WAIVER-EXIT
           END-IF.
           IF NOT FW-APPROVED
               GO TO CREDIT-ONE-WAIVER-EXIT
           END-IF.

           MOVE FW-CUSTOMER-NUMBER   TO WS-DTL-CUSTOMER-NUMBER.
           MOVE FW-INVOICE-NUMBER    TO WS-DTL-INVOICE-NUMBER.
           MOVE 0                    TO WS-DTL-CREDIT-NUMBER.
           MOVE FW-WAIVER-AMOUNT     TO WS-DTL-WAIVER-AMOUNT.
           MOVE FW-CURRENCY-CODE     TO WS-DTL-CURRENCY-CODE.
           MOVE FW-REQUESTED-BY      TO WS-DTL-REQUESTED-BY.
           MOVE FW-APPROVED-BY       TO WS-DTL-APPROVED-BY.

           MOVE FW-CUSTOMER-NUMBER TO IM-CUSTOMER-NUMBER.
           MOVE FW-INVOICE-NUMBER  TO IM-INVOICE-NUMBER.
           MOVE 'Y' TO WS-FOUND-FLAG.
           READ INVOICE-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
           END-READ.
           IF NOT WS-RECORD-FOUND
               MOVE 'HELD, CHARGE NO LONGER ON FILE'
                   TO WS-DTL-DISPOSITION
               GO TO HOLD-THE-WAIVER
           END-IF.
           IF IM-TYPE-VOID OR IM-INVOICE-PAID
               MOVE 'HELD, CHARGE VOIDED OR PAID'
                   TO WS-DTL-DISPOSITION
               GO TO HOLD-THE-WAIVER
           END-IF.
           COMPUTE WS-OPEN-BALANCE =
               IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT
                   - IM-AMOUNT-PAID.
           IF WS-OPEN-BALANCE < FW-WAIVER-AMOUNT
               MOVE 'HELD, OPEN BALANCE BELOW WAIVER'
                   TO WS-DTL-DISPOSITION
               GO TO HOLD-THE-WAIVER
           END-IF.

           CALL 'CREATEINVOICENUMBER'
               USING WS-NEW-INVOICE-NUMBER WS-CRINVNO-STATUS
                     IM-COMPANY-CODE
                     WS-CRINVNO-CALLER.
           IF NOT WS-CRINVNO-OK
               MOVE 'HELD, NO CREDIT NUMBER AVAILABLE'
                   TO WS-DTL-DISPOSITION
               GO TO HOLD-THE-WAIVER
           END-IF.

           INITIALIZE INVOICE-TRANSACTION-RECORD.
           MOVE 'A'                   TO TR-ACTION.
           MOVE FW-CUSTOMER-NUMBER    TO TR-CUSTOMER-NUMBER.
           MOVE WS-NEW-INVOICE-NUMBER TO TR-INVOICE-NUMBER.
           MOVE WS-CREDIT-POSTING-DATE TO TR-INVOICE-DATE.
           MOVE WS-CREDIT-ORIGINAL-DATE
               TO TR-ORIGINAL-ACTIVITY-DATE.
           MOVE FW-WAIVER-AMOUNT      TO TR-INVOICE-AMOUNT.
           MOVE IM-INVOICE-CURRENCY-CODE
               TO TR-INVOICE-CURRENCY-CODE.
           MOVE IM-INVOICE-EXCHANGE-RATE
               TO TR-INVOICE-EXCHANGE-RATE.
           MOVE 'M'                   TO TR-INVOICE-TRANSACTION-TYPE.
           MOVE 'FINCHARGE'           TO TR-INVOICE-PRODUCT-CODE.
           MOVE WS-WAIVER-REASON-CODE TO TR-CREDIT-REASON-CODE.
           MOVE IM-COMPANY-CODE       TO TR-COMPANY-CODE.
           MOVE FW-INVOICE-NUMBER     TO TR-APPLIES-TO-INVOICE.
           MOVE FW-INVOICE-NUMBER     TO WS-WVD-ORIGINAL-NUMBER.
           MOVE WS-WAIVER-DESCRIPTION TO TR-INVOICE-DESCRIPTION.
           WRITE INVOICE-TRANSACTION-RECORD.

           SET FW-CREDITED TO TRUE.
           MOVE WS-NEW-INVOICE-NUMBER TO FW-CREDIT-INVOICE-NUMBER.
           MOVE WS-TODAY-YYYYMMDD     TO FW-CREDIT-DATE.
           REWRITE FINANCE-CHARGE-WAIVER-RECORD.

           ADD 1 TO WS-WAIVERS-CREDITED.
           ADD FW-WAIVER-USD TO WS-TOTAL-CREDITED-USD.
           MOVE WS-NEW-INVOICE-NUMBER TO WS-DTL-CREDIT-NUMBER.
           MOVE 'CREDITED' TO WS-DTL-DISPOSITION.
           WRITE WAIVER-REGISTER-LINE FROM WS-DETAIL-LINE.
           GO TO CREDIT-ONE-WAIVER-EXIT.

       HOLD-THE-WAIVER.
           ADD 1 TO WS-WAIVERS-HELD.
           WRITE WAIVER-REGISTER-LINE FROM WS-DETAIL-LINE.

       CREDIT-ONE-WAIVER-EXIT.
           EXIT.
