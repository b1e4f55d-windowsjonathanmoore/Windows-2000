      * THE APPROVAL REGISTER -- FINANCE SIGNS OFF ON THE REGISTER   *
      * TOTAL BEFORE THE CREDIT FILE IS RELEASED TO THE POSTING      *
      * JOB, SO NOTHING POSTS UNAPPROVED.                            *
      * WHEN TODAY FALLS IN A FISCAL PERIOD FINANCE HAS ALREADY      *
      * CLOSED (PERCTL.cpy), THE PERIOD'S RULE DECIDES: REJECT MEANS *
      * NO WRITE-OFFS ARE PROPOSED AND THE RUN GRADES CONDITION CODE *
      * 4; MOVE MEANS THE CREDITS ARE DATED THE FIRST DAY OF THE     *
      * FIRST OPEN PERIOD, WITH TODAY KEPT AS                        *
      * TR-ORIGINAL-ACTIVITY-DATE.                                   *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRTOFF01.
           05  FILLER                        PIC X(68).

       FD  INVOICE-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 148 TO 4244 CHARACTERS
               DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
           COPY INVXTRV.


       01  WS-CRINVNO-STATUS                 PIC X(2).
           88  WS-CRINVNO-OK                 VALUE '00'.
       01  WS-CRINVNO-CALLER                 PIC X(8)
                                              VALUE 'WRTOFF01'.
       01  WS-NEW-INVOICE-NUMBER             PIC 9(10).

       01  WS-RESIDUAL-AMOUNT                PIC S9(13)V9(2) COMP-3.
       01  WS-INVOICE-INTEGER-DATE           PIC S9(9) COMP.
       01  WS-DAYS-OLD                       PIC S9(9) COMP.

      *  FISCAL-PERIOD GUARD -- TODAY'S CREDITS MAY NOT LAND IN A
      *  PERIOD FINANCE HAS CLOSED. WS-CREDIT-POSTING-DATE IS THE
      *  DATE THE CREDITS CARRY: TODAY, OR THE FIRST DAY OF THE
      *  FIRST OPEN PERIOD WHEN TODAY'S PERIOD IS CLOSED.
       01  WS-PERIOD-POSTING-DATE            PIC 9(7).
       01  WS-PERIOD-STATUS-CODE             PIC X(1).
       01  WS-PERLKP-STATUS                  PIC X(2).
           88  WS-PERLKP-MOVED               VALUE '08'.
           88  WS-PERLKP-REJECTED            VALUE '12'.
       01  WS-CREDIT-POSTING-DATE            PIC 9(7).
       01  WS-CREDIT-ORIGINAL-DATE           PIC 9(7).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ               PIC 9(9) COMP VALUE 0.
           05  WS-WRITEOFFS-PROPOSED         PIC 9(9) COMP VALUE 0.
               VALUE 'TOTAL FOR APPROVAL:     '.
           05  WS-SUM-TOTAL                  PIC -(12)9.99.

       01  WS-PERIOD-CLOSED-LINE.
           05  FILLER                        PIC X(48)
               VALUE 'CLOSED FISCAL PERIOD -- NO WRITE-OFFS PROPOSED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-WRITEOFF-PARM THRU READ-WRITEOFF-PARM-EXIT.
                OUTPUT WRITEOFF-TRANSACTION-FILE
                       APPROVAL-REGISTER-FILE.

           CALL 'LOOKUPPROCESSINGDATE' USING WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-TODAY-JULIAN =
           MOVE SPACES TO APPROVAL-REGISTER-LINE.
           WRITE APPROVAL-REGISTER-LINE.

           MOVE WS-TODAY-JULIAN TO WS-CREDIT-POSTING-DATE.
           MOVE 0 TO WS-CREDIT-ORIGINAL-DATE.
           CALL 'LOOKUPPERIODSTATUS' USING WS-TODAY-JULIAN
                                           WS-PERIOD-POSTING-DATE
                                           WS-PERIOD-STATUS-CODE
                                           WS-PERLKP-STATUS.
           IF WS-PERLKP-REJECTED
               WRITE APPROVAL-REGISTER-LINE FROM WS-PERIOD-CLOSED-LINE
               CLOSE INVOICE-EXTRACT-FILE
                     WRITEOFF-TRANSACTION-FILE
                     APPROVAL-REGISTER-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PERLKP-MOVED
               MOVE WS-PERIOD-POSTING-DATE TO WS-CREDIT-POSTING-DATE
               MOVE WS-TODAY-JULIAN        TO WS-CREDIT-ORIGINAL-DATE
           END-IF.

           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORDS-READ
           END-IF.

           CALL 'CREATEINVOICENUMBER'
               USING WS-NEW-INVOICE-NUMBER WS-CRINVNO-STATUS
                     IM-COMPANY-CODE
                     WS-CRINVNO-CALLER.
           IF NOT WS-CRINVNO-OK
               GO TO JUDGE-ONE-INVOICE-EXIT
           END-IF.
           MOVE 'A'                   TO TR-ACTION.
           MOVE IM-CUSTOMER-NUMBER    TO TR-CUSTOMER-NUMBER.
           MOVE WS-NEW-INVOICE-NUMBER TO TR-INVOICE-NUMBER.
           MOVE WS-CREDIT-POSTING-DATE TO TR-INVOICE-DATE.
           MOVE WS-CREDIT-ORIGINAL-DATE
               TO TR-ORIGINAL-ACTIVITY-DATE.
           MOVE WS-RESIDUAL-AMOUNT    TO TR-INVOICE-AMOUNT.
           MOVE IM-INVOICE-CURRENCY-CODE
               TO TR-INVOICE-CURRENCY-CODE.
           MOVE 'M'                   TO TR-INVOICE-TRANSACTION-TYPE.
           MOVE 'WRITEOFF'            TO TR-INVOICE-PRODUCT-CODE.
           MOVE 'WOFF'                TO TR-CREDIT-REASON-CODE.
           MOVE IM-COMPANY-CODE       TO TR-COMPANY-CODE.
           MOVE IM-INVOICE-NUMBER     TO WS-WOF-ORIGINAL-NUMBER.
           MOVE WS-WRITEOFF-DESCRIPTION
               TO TR-INVOICE-DESCRIPTION.
