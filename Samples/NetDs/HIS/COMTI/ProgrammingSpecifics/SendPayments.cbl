      ***********************************************************
      * SENDPAY -- ONLINE PAYMENT INTAKE METHOD                    *
      *                                                            *
      * Customers' payables systems could submit invoices through  *
      * SENDINV, but their payments still arrived only through the *
      * bank and the lockbox. This method, in the SENDINV style,   *
      * receives a set of payment rows (OCCURS 50 DEPENDING ON     *
      * PAYMENT-COUNT) -- customer, invoice, amount and payment    *
      * reference on each -- checks every customer number through  *
      * VALIDATECUSTOMERNUMBER and every invoice through           *
      * LOOKUPINVOICENUMBER, and queues each accepted row as a     *
      * PAYRCPT.cpy receipt on the PAYT transient data queue,      *
      * whose sequential extract is appended to PAYGATE1's raw     *
      * receipt file (PAYRCPIN) ahead of the next                  *
      * PAYGATE1/CASHAPP1 run. Invoice zero is the on-account      *
      * convention and is accepted as it is at the gate. The reply *
      * carries a per-row status and a submission id the client    *
      * quotes to the PAYINQ method, which answers from the        *
      * PAYSUB.cpy status rows written here.                       *
      *                                                            *
      * PER-ROW STATUS VALUES IN THE REPLY:                        *
      *   '00' ACCEPTED, QUEUED FOR CASH APPLICATION               *
      *   '51' CUSTOMER NUMBER FAILED ITS CHECK DIGIT              *
      *   '52' INVOICE NUMBER NOT ON THE INVOICE MASTER            *
      *   '53' INVOICE BELONGS TO A DIFFERENT CUSTOMER             *
      *   '54' PAYMENT AMOUNT IS NOT POSITIVE                      *
      *   '55' PAYMENT REFERENCE IS BLANK                          *
      *   '56' INVOICE MASTER UNAVAILABLE, RESUBMIT THE ROW LATER  *
      * A TORN OR FAILED RECEIVE REJECTS THE WHOLE SET THROUGH THE *
      * ERRROW.cpy ERROR PATH, AS SENDINV DOES.                    *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENDPAY.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-LENGTHS.
           05  RECEIVE-LENGTH                 PIC S9(4) COMP.
           05  SEND-LENGTH                    PIC S9(4) COMP.
       01  HW-LENGTH                          PIC S9(4) COMP.
       01  CMD-RESP                           PIC S9(8) COMP VALUE +0.
       01  WRITE-RESP                         PIC S9(8) COMP VALUE +0.
       01  ROW-SUB                            PIC S9(4) COMP.

       01  WS-VALCUSNO-STATUS                 PIC X(2).
           88  WS-VALCUSNO-OK                 VALUE '00'.

       01  WS-LKPINV-STATUS                   PIC X(2).
           88  WS-LKPINV-OK                   VALUE '00'.
           88  WS-LKPINV-FILE-ERROR           VALUE '02'.
           88  WS-LKPINV-NOT-FOUND            VALUE '04'.
           88  WS-LKPINV-OK-DUPLICATES        VALUE '06'.

      *  SET BY CHECK-RECEIVE-RESULT AFTER EVERY RECEIVE, THE SAME
      *  GUARDS SENDINV APPLIES BEFORE IT JUDGES A SINGLE ROW.
       01  WS-INTAKE-ERROR-STATUS             PIC X(2).
           88  WS-RECEIVE-OK                  VALUE '00'.
           88  WS-RECEIVE-FREE-ERROR          VALUE '03'.
           88  WS-RECEIVE-FAILED              VALUE '04'.

       01  PAYMENT-DATA.
           05  PAYMENT-COUNT                    PIC 9(7) COMP-3.
           05  PAYMENTS OCCURS 50 TIMES DEPENDING ON PAYMENT-COUNT.
               10  PAYMENT-CUSTOMER-NUMBER      PIC 9(9).
      *
      *  ZERO PUTS THE MONEY ON ACCOUNT -- CASHAPP1 CREDITS THE
      *  ON-ACCOUNT LEDGER AND INVPOST1 DRAWS IT DOWN LATER.
      *
               10  PAYMENT-INVOICE-NUMBER       PIC 9(10).
               10  PAYMENT-AMOUNT               PIC S9(13)V9(2) COMP-3.
      *
      *  THE CALLER'S OWN REMITTANCE REFERENCE -- PAYGATE1 REMEMBERS
      *  EVERY REFERENCE IT PASSES, SO A RESUBMITTED PAYMENT IS
      *  STOPPED AT THE GATE RATHER THAN APPLIED TWICE.
      *
               10  PAYMENT-REFERENCE            PIC X(12).

      *  PER-ROW DISPOSITION SENT BACK TO THE CLIENT -- ONE STATUS
      *  PER ROW RECEIVED, IN ROW ORDER.
       01  INTAKE-REPLY.
           05  REPLY-ROWS-RECEIVED              PIC 9(7) COMP-3.
           05  REPLY-ROWS-ACCEPTED              PIC 9(7) COMP-3.
           05  REPLY-ROW-STATUS                 OCCURS 50 TIMES
                                                PIC X(2).
           05  REPLY-SUBMISSION-ID              PIC X(13).

           COPY PAYRCPT.

           COPY PAYSUB.

           COPY INVMAST
               REPLACING INVOICE-MASTER-RECORD BY
                             LK-INVOICE-MASTER-RECORD
                         LEADING ==IM== BY ==LK==.

       01  ERROR-OUTPUT-AREA.
           COPY ERRROW.

       01  WS-SEND-ABSTIME                    PIC S9(15) COMP-3.
       01  WS-TODAY-JULIAN                    PIC 9(7).
       01  WS-TODAY-YYYYMMDD                  PIC 9(8).
       01  WS-SUBMISSION-ID.
           05  WS-SUB-DATE-PART               PIC 9(7).
           05  WS-SUB-TASK-PART               PIC 9(6).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           SET WS-RECEIVE-OK TO TRUE.

      *
      *  THE ROW COUNT ISN'T KNOWN UNTIL THE HEADER ARRIVES, SO THE
      *  HEADER IS RECEIVED ON ITS OWN FIRST -- SAME APPROACH AS
      *  SENDINV.
      *
           MOVE 50 TO PAYMENT-COUNT.
           COMPUTE RECEIVE-LENGTH = LENGTH OF PAYMENT-DATA
                                   - (LENGTH OF PAYMENTS(1) * 50).

           EXEC CICS RECEIVE INTO(PAYMENT-DATA)
                 LENGTH(RECEIVE-LENGTH)
                 MAXLENGTH(RECEIVE-LENGTH)
                 NOTRUNCATE
                 RESP(CMD-RESP)
           END-EXEC.

           PERFORM CHECK-RECEIVE-RESULT.
           IF NOT WS-RECEIVE-OK
               PERFORM SEND-ERROR-REPLY
               EXEC CICS RETURN END-EXEC
           END-IF.

           IF PAYMENT-COUNT > 50
               EXEC CICS ABEND ABCODE('SPY5') END-EXEC
           END-IF.

           PERFORM RECEIVE-ONE-ROW
               VARYING ROW-SUB FROM 1 BY 1
               UNTIL ROW-SUB > PAYMENT-COUNT
                  OR NOT WS-RECEIVE-OK.

           IF NOT WS-RECEIVE-OK
               PERFORM SEND-ERROR-REPLY
               EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-SEND-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-SEND-ABSTIME)
                                YYYYDDD(WS-TODAY-JULIAN)
                                YYYYMMDD(WS-TODAY-YYYYMMDD)
                                END-EXEC.

      *  DATE PLUS THE CICS TASK NUMBER, THE SENDINV FORM -- TWO
      *  INTAKE TASKS CAN NEVER SHARE AN ID.
           MOVE WS-TODAY-JULIAN TO WS-SUB-DATE-PART.
           MOVE EIBTASKN        TO WS-SUB-TASK-PART.
           MOVE WS-SUBMISSION-ID TO REPLY-SUBMISSION-ID.

           MOVE PAYMENT-COUNT   TO REPLY-ROWS-RECEIVED.
           MOVE 0               TO REPLY-ROWS-ACCEPTED.

           PERFORM JUDGE-ONE-ROW
               VARYING ROW-SUB FROM 1 BY 1
               UNTIL ROW-SUB > PAYMENT-COUNT.

           MOVE LENGTH OF INTAKE-REPLY TO SEND-LENGTH.
           EXEC CICS SEND FROM(INTAKE-REPLY)
                          LENGTH(SEND-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       RECEIVE-ONE-ROW.
           MOVE LENGTH OF PAYMENTS(1) TO RECEIVE-LENGTH.
           EXEC CICS RECEIVE INTO(PAYMENTS(ROW-SUB))
                 LENGTH(RECEIVE-LENGTH)
                 MAXLENGTH(RECEIVE-LENGTH)
                 NOTRUNCATE
                 RESP(CMD-RESP)
           END-EXEC.
           PERFORM CHECK-RECEIVE-RESULT.

       CHECK-RECEIVE-RESULT.
           IF EIBFREE = X'FF'
               EXEC CICS FREE END-EXEC
               SET WS-RECEIVE-FREE-ERROR TO TRUE
           END-IF.
           IF WS-RECEIVE-OK AND EIBERR = X'FF'
               SET WS-RECEIVE-FAILED TO TRUE
           END-IF.
           IF WS-RECEIVE-OK AND
              CMD-RESP NOT = DFHRESP(NORMAL) AND
              CMD-RESP NOT = DFHRESP(EOC)
               SET WS-RECEIVE-FAILED TO TRUE
           END-IF.

      *****************************************************************
      *  VALIDATE ONE ROW AND EITHER QUEUE IT FOR CASH APPLICATION OR  *
      *  MARK ITS REJECT REASON IN THE REPLY.                          *
      *****************************************************************
       JUDGE-ONE-ROW.
           MOVE '00' TO REPLY-ROW-STATUS(ROW-SUB).

           IF PAYMENT-AMOUNT(ROW-SUB) NOT > 0
               MOVE '54' TO REPLY-ROW-STATUS(ROW-SUB)
           END-IF.

           IF REPLY-ROW-STATUS(ROW-SUB) = '00' AND
              PAYMENT-REFERENCE(ROW-SUB) = SPACES
               MOVE '55' TO REPLY-ROW-STATUS(ROW-SUB)
           END-IF.

           IF REPLY-ROW-STATUS(ROW-SUB) = '00'
               CALL 'VALIDATECUSTOMERNUMBER'
                   USING PAYMENT-CUSTOMER-NUMBER(ROW-SUB)
                         WS-VALCUSNO-STATUS
               IF NOT WS-VALCUSNO-OK
                   MOVE '51' TO REPLY-ROW-STATUS(ROW-SUB)
               END-IF
           END-IF.

      *  AN INVOICE NUMBER CARRIED BY MORE THAN ONE CUSTOMER IS A
      *  HISTORIC DUPLICATE -- THE FIRST MATCH MAY NOT BE THIS
      *  CUSTOMER'S, SO THE ROW IS LEFT FOR PAYGATE1 AND CASHAPP1 TO
      *  JUDGE ON THE FULL CUSTOMER+INVOICE KEY.
           IF REPLY-ROW-STATUS(ROW-SUB) = '00' AND
              PAYMENT-INVOICE-NUMBER(ROW-SUB) NOT = 0
               CALL 'LOOKUPINVOICENUMBER'
                   USING PAYMENT-INVOICE-NUMBER(ROW-SUB)
                         LK-INVOICE-MASTER-RECORD
                         WS-LKPINV-STATUS
               EVALUATE TRUE
                   WHEN WS-LKPINV-NOT-FOUND
                       MOVE '52' TO REPLY-ROW-STATUS(ROW-SUB)
                   WHEN WS-LKPINV-FILE-ERROR
                       MOVE '56' TO REPLY-ROW-STATUS(ROW-SUB)
                   WHEN WS-LKPINV-OK AND
                        LK-CUSTOMER-NUMBER NOT =
                            PAYMENT-CUSTOMER-NUMBER(ROW-SUB)
                       MOVE '53' TO REPLY-ROW-STATUS(ROW-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF REPLY-ROW-STATUS(ROW-SUB) = '00'
               PERFORM QUEUE-ROW-FOR-CASH
               PERFORM RECORD-PENDING-STATUS
               ADD 1 TO REPLY-ROWS-ACCEPTED
           END-IF.

      *  ONE RECEIPT PER ACCEPTED ROW, DATED THE DAY IT ARRIVED. THE
      *  RECEIPT GOES THROUGH THE GATE AND CASH APPLICATION LIKE A
      *  BANK RECEIPT -- NOTHING ONLINE TOUCHES THE MASTER.
       QUEUE-ROW-FOR-CASH.
           MOVE PAYMENT-CUSTOMER-NUMBER(ROW-SUB)
               TO PR-CUSTOMER-NUMBER.
           MOVE PAYMENT-INVOICE-NUMBER(ROW-SUB)
               TO PR-INVOICE-NUMBER.
           MOVE WS-TODAY-JULIAN        TO PR-PAYMENT-DATE.
           MOVE PAYMENT-AMOUNT(ROW-SUB) TO PR-PAYMENT-AMOUNT.
           MOVE PAYMENT-REFERENCE(ROW-SUB)
               TO PR-PAYMENT-REFERENCE.
           MOVE SPACE                  TO PR-RECEIPT-STATUS.
           MOVE SPACES                 TO PR-COMPANY-CODE.
           MOVE WS-SUBMISSION-ID       TO PR-SUBMISSION-ID.
           MOVE ROW-SUB                TO PR-SUBMISSION-ROW.

           MOVE LENGTH OF PAYMENT-RECEIPT-RECORD TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('PAYT')
                               FROM(PAYMENT-RECEIPT-RECORD)
                               LENGTH(HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

       RECORD-PENDING-STATUS.
           MOVE WS-SUBMISSION-ID       TO PS-SUBMISSION-ID.
           MOVE ROW-SUB                TO PS-ROW-NUMBER.
           MOVE PAYMENT-CUSTOMER-NUMBER(ROW-SUB)
               TO PS-CUSTOMER-NUMBER.
           MOVE PAYMENT-INVOICE-NUMBER(ROW-SUB)
               TO PS-INVOICE-NUMBER.
           MOVE PAYMENT-AMOUNT(ROW-SUB) TO PS-PAYMENT-AMOUNT.
           MOVE PAYMENT-REFERENCE(ROW-SUB)
               TO PS-PAYMENT-REFERENCE.
           MOVE WS-TODAY-YYYYMMDD      TO PS-SUBMIT-DATE.
           MOVE 'P'                    TO PS-ROW-STATUS.
           MOVE SPACES                 TO PS-REASON.
           EXEC CICS WRITE FILE('PAYSUB')
                FROM(PAYMENT-SUBMISSION-RECORD)
                RIDFLD(PS-KEY)
                RESP(WRITE-RESP)
           END-EXEC.

       SEND-ERROR-REPLY.
           MOVE 0 TO ERROR-CUSTOMER-NUMBER.
           MOVE WS-INTAKE-ERROR-STATUS TO ERROR-STATUS.
           EVALUATE WS-INTAKE-ERROR-STATUS
               WHEN '03'
                   MOVE 'INPUT RECEIVE AREA FREE ERROR'
                       TO ERROR-MESSAGE-TEXT
               WHEN '04'
                   MOVE 'INPUT RECEIVE FAILED'
                       TO ERROR-MESSAGE-TEXT
               WHEN OTHER
                   MOVE 'REQUEST REJECTED'
                       TO ERROR-MESSAGE-TEXT
           END-EVALUATE.
           MOVE LENGTH OF ERROR-OUTPUT-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(ERROR-OUTPUT-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.
