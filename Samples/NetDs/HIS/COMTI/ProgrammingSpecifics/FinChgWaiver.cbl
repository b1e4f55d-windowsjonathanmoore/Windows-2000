      ***********************************************************
      * FCWMNT -- FINANCE-CHARGE WAIVER REQUEST AND APPROVAL      *
      *                                                           *
      * Forgiving a FINCHG01 finance charge used to mean a clerk  *
      * keying a credit memo with no consistent reason code and   *
      * nobody's sign-off. This method, in the ADJMNT style, puts *
      * the waiver through a request and a second pair of eyes.   *
      * 'P' records the request (FCWAIVE.cpy) under the           *
      * requesting operator's id with the reason: the invoice     *
      * must be an open FINCHARGE charge in the reserved          *
      * 9900000000+ range, and the amount -- zero meaning the     *
      * whole open balance -- may not exceed what is still owed.  *
      * 'A' approves it, and the approver MUST be a different     *
      * operator whose FCWAUTH.cpy authority covers the waiver's  *
      * USD amount; Batch/FCWGEN01.CBL then writes the reversing  *
      * credit memo on its next run. 'R' rejects a waiver not yet *
      * credited, removing it; 'I' inquires. Every request,       *
      * approval, rejection and refused approval writes a CSMT    *
      * audit line naming both operators.                         *
      *                                                           *
      * ERROR-STATUS VALUES SENT ON THE ERRROW PATH:              *
      *   '05' CUSTOMER NUMBER FAILED CHECK DIGIT (AS RSETSAMP)   *
      *   '14' REQUEST ACTION IS NOT P, A, R, OR I                *
      *   '15' NO WAIVER ON FILE FOR THAT INVOICE                 *
      *   '16' APPROVER IS THE REQUESTER -- DUAL CONTROL          *
      *   '18' WAIVER IS ALREADY APPROVED                         *
      *   '30' INVOICE NOT ON FILE FOR THAT CUSTOMER              *
      *   '31' INVOICE IS NOT AN OPEN FINANCE CHARGE              *
      *   '33' OPERATOR ID OR WAIVER REASON IS BLANK              *
      *   '34' WAIVER COULD NOT BE RECORDED                       *
      *   '40' WAIVER IS MORE THAN THE OPEN BALANCE               *
      *   '41' A WAIVER IS ALREADY ON FILE FOR THAT INVOICE       *
      *   '42' WAIVER IS ALREADY CREDITED                         *
      *   '43' APPROVER HAS NO WAIVER AUTHORITY                   *
      *   '44' WAIVER IS OVER THE APPROVER'S AUTHORITY            *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCWMNT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-LENGTHS.
           05  RECEIVE-LENGTH                 PIC S9(4) COMP.
           05  SEND-LENGTH                    PIC S9(4) COMP.
       01  HW-LENGTH                          PIC S9(4) COMP.
       01  CMD-RESP                           PIC S9(8) COMP VALUE +0.
       01  READ-RESP                          PIC S9(8) COMP VALUE +0.

       01  WS-VALCUSNO-STATUS                 PIC X(2).
           88  WS-VALCUSNO-OK                 VALUE '00'.

       01  WS-REQUEST-STATUS                  PIC X(2).
           88  WS-REQUEST-OK                  VALUE '00'.
           88  WS-BAD-CHECK-DIGIT             VALUE '05'.
           88  WS-BAD-ACTION                  VALUE '14'.
           88  WS-NO-WAIVER-ON-FILE           VALUE '15'.
           88  WS-SELF-APPROVAL               VALUE '16'.
           88  WS-ALREADY-APPROVED            VALUE '18'.
           88  WS-INVOICE-NOT-FOUND           VALUE '30'.
           88  WS-NOT-A-FINANCE-CHARGE        VALUE '31'.
           88  WS-REQUEST-INCOMPLETE          VALUE '33'.
           88  WS-UPDATE-FAILED               VALUE '34'.
           88  WS-OVER-OPEN-BALANCE           VALUE '40'.
           88  WS-ALREADY-ON-FILE             VALUE '41'.
           88  WS-ALREADY-CREDITED            VALUE '42'.
           88  WS-NO-AUTHORITY                VALUE '43'.
           88  WS-OVER-AUTHORITY              VALUE '44'.

      *  THE WAIVER AMOUNT IS IN THE INVOICE'S OWN CURRENCY; ZERO
      *  ASKS FOR THE WHOLE OPEN BALANCE OF THE CHARGE. THE REASON
      *  IS ONLY LOOKED AT ON A REQUEST.
       01  FCWMNT-REQUEST-AREA.
           05  FQ-REQUEST-ACTION              PIC X(1).
               88  FQ-ACTION-PROPOSE          VALUE 'P'.
               88  FQ-ACTION-APPROVE          VALUE 'A'.
               88  FQ-ACTION-REJECT           VALUE 'R'.
               88  FQ-ACTION-INQUIRE          VALUE 'I'.
           05  FQ-OPERATOR-ID                 PIC X(8).
           05  FQ-CUSTOMER-NUMBER             PIC 9(9).
           05  FQ-INVOICE-NUMBER              PIC 9(10).
           05  FQ-WAIVER-AMOUNT               PIC 9(11)V9(2).
           05  FQ-WAIVER-REASON               PIC X(60).

      *  WHAT THE APPROVER NEEDS TO DECIDE -- WHO ASKED, WHY, AND
      *  HOW MUCH -- AND, ONCE FCWGEN01 HAS RUN, THE CREDIT ISSUED.
       01  FCWMNT-REPLY-AREA.
           05  FR-CUSTOMER-NUMBER             PIC 9(9).
           05  FR-INVOICE-NUMBER              PIC 9(10).
           05  FR-WAIVER-STATUS               PIC X(1).
           05  FR-REQUESTED-BY                PIC X(8).
           05  FR-REQUEST-DATE                PIC 9(8).
           05  FR-WAIVER-REASON               PIC X(60).
           05  FR-WAIVER-AMOUNT               PIC S9(13)V9(2) COMP-3.
           05  FR-CURRENCY-CODE               PIC X(3).
           05  FR-WAIVER-USD                  PIC S9(13)V9(2) COMP-3.
           05  FR-APPROVED-BY                 PIC X(8).
           05  FR-APPROVAL-DATE               PIC 9(8).
           05  FR-CREDIT-INVOICE-NUMBER       PIC 9(10).

           COPY INVMAST.

           COPY FCWAIVE.

           COPY FCWAUTH.

      *  FINCHG01 NUMBERS EVERY FINANCE CHARGE FROM HERE UP.
       01  WS-FIRST-FINANCE-CHARGE            PIC 9(10)
                                               VALUE 9900000000.
       01  WS-OPEN-BALANCE                    PIC S9(13)V9(2) COMP-3.

       01  ERROR-OUTPUT-AREA.
           COPY ERRROW.

      *  THE SAME CUST-# CSMT AUDIT SHAPE ADJMNT WRITES -- THE
      *  MESSAGE TEXT NAMES THE INVOICE AND BOTH OPERATORS.
       01  FQ-LOG-MSG.
           05  FQ-LOG-ID                      PIC X(7)
                                               VALUE 'CUST #'.
           05  FQ-LOG-CUSTOMER-NUMBER         PIC 9(9) VALUE ZEROS.
           05  FILLER                         PIC X VALUE SPACE.
           05  FQ-LOG-DATE                    PIC 9(8) VALUE ZEROS.
           05  FQ-LOG-TIME                    PIC 9(6) VALUE ZEROS.
           05  FILLER                         PIC X VALUE SPACE.
           05  FQ-LOG-MSG-BUFFER              PIC X(80) VALUE SPACES.

       01  WS-LOG-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-LOG-EVENT-TEXT                  PIC X(10).
       01  WS-TODAY-YYYYMMDD                  PIC 9(8).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           SET WS-REQUEST-OK TO TRUE.

           MOVE LENGTH OF FCWMNT-REQUEST-AREA TO RECEIVE-LENGTH.
           EXEC CICS RECEIVE INTO(FCWMNT-REQUEST-AREA)
                 LENGTH(RECEIVE-LENGTH)
                 MAXLENGTH(RECEIVE-LENGTH)
                 NOTRUNCATE
                 RESP(CMD-RESP)
           END-EXEC.

           CALL 'VALIDATECUSTOMERNUMBER'
               USING FQ-CUSTOMER-NUMBER
                     WS-VALCUSNO-STATUS.
           IF NOT WS-VALCUSNO-OK
               SET WS-BAD-CHECK-DIGIT TO TRUE
           END-IF.

           IF WS-REQUEST-OK
               EVALUATE TRUE
                   WHEN FQ-ACTION-PROPOSE
                       PERFORM PROPOSE-THE-WAIVER THRU
                               PROPOSE-THE-WAIVER-EXIT
                   WHEN FQ-ACTION-APPROVE
                       PERFORM APPROVE-THE-WAIVER THRU
                               APPROVE-THE-WAIVER-EXIT
                   WHEN FQ-ACTION-REJECT
                       PERFORM REJECT-THE-WAIVER THRU
                               REJECT-THE-WAIVER-EXIT
                   WHEN FQ-ACTION-INQUIRE
                       PERFORM INQUIRE-THE-WAIVER
                   WHEN OTHER
                       SET WS-BAD-ACTION TO TRUE
               END-EVALUATE
           END-IF.

           IF WS-REQUEST-OK
               PERFORM SEND-WAIVER-REPLY
           ELSE
               PERFORM SEND-ERROR-REPLY
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *****************************************************************
      *  ONLY AN OPEN FINCHG01 CHARGE CAN BE WAIVED, AND NEVER FOR     *
      *  MORE THAN IS STILL OWED ON IT. THE AMOUNT IS RESTATED TO USD  *
      *  AT THE INVOICE'S OWN RATE HERE, SO THE APPROVER'S AUTHORITY   *
      *  IS MEASURED AGAINST THE SAME FIGURE THE REQUESTER SAW. ONE    *
      *  WAIVER PER INVOICE -- A SECOND REQUEST FOR THE SAME CHARGE    *
      *  IS REFUSED WHILE THE FIRST IS ON FILE.                        *
      *****************************************************************
       PROPOSE-THE-WAIVER.
           IF FQ-OPERATOR-ID = SPACES OR FQ-WAIVER-REASON = SPACES
               SET WS-REQUEST-INCOMPLETE TO TRUE
               GO TO PROPOSE-THE-WAIVER-EXIT
           END-IF.

           MOVE FQ-CUSTOMER-NUMBER TO IM-CUSTOMER-NUMBER.
           MOVE FQ-INVOICE-NUMBER  TO IM-INVOICE-NUMBER.
           EXEC CICS READ FILE('INVMAST')
                INTO(INVOICE-MASTER-RECORD)
                RIDFLD(IM-KEY)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-INVOICE-NOT-FOUND TO TRUE
               GO TO PROPOSE-THE-WAIVER-EXIT
           END-IF.

           IF NOT IM-TYPE-CHARGE OR IM-INVOICE-PAID OR
              IM-INVOICE-PRODUCT-CODE NOT = 'FINCHARGE' OR
              IM-INVOICE-NUMBER < WS-FIRST-FINANCE-CHARGE
               SET WS-NOT-A-FINANCE-CHARGE TO TRUE
               GO TO PROPOSE-THE-WAIVER-EXIT
           END-IF.

           COMPUTE WS-OPEN-BALANCE =
               IM-INVOICE-AMOUNT + IM-INVOICE-TAX-AMOUNT
                   - IM-AMOUNT-PAID.
           IF WS-OPEN-BALANCE NOT GREATER THAN 0
               SET WS-NOT-A-FINANCE-CHARGE TO TRUE
               GO TO PROPOSE-THE-WAIVER-EXIT
           END-IF.
           IF FQ-WAIVER-AMOUNT > WS-OPEN-BALANCE
               SET WS-OVER-OPEN-BALANCE TO TRUE
               GO TO PROPOSE-THE-WAIVER-EXIT
           END-IF.

           PERFORM STAMP-TODAY.
           INITIALIZE FINANCE-CHARGE-WAIVER-RECORD.
           MOVE FQ-CUSTOMER-NUMBER      TO FW-CUSTOMER-NUMBER.
           MOVE FQ-INVOICE-NUMBER       TO FW-INVOICE-NUMBER.
           SET FW-AWAITING-APPROVAL TO TRUE.
           MOVE FQ-OPERATOR-ID          TO FW-REQUESTED-BY.
           MOVE WS-TODAY-YYYYMMDD       TO FW-REQUEST-DATE.
           MOVE FQ-WAIVER-REASON        TO FW-WAIVER-REASON.
           IF FQ-WAIVER-AMOUNT = 0
               MOVE WS-OPEN-BALANCE     TO FW-WAIVER-AMOUNT
           ELSE
               MOVE FQ-WAIVER-AMOUNT    TO FW-WAIVER-AMOUNT
           END-IF.
           MOVE IM-INVOICE-CURRENCY-CODE TO FW-CURRENCY-CODE.
           COMPUTE FW-WAIVER-USD ROUNDED =
               FW-WAIVER-AMOUNT * IM-INVOICE-EXCHANGE-RATE.
           MOVE SPACES                  TO FW-APPROVED-BY.

           EXEC CICS WRITE FILE('FCWAIVE')
                FROM(FINANCE-CHARGE-WAIVER-RECORD)
                RIDFLD(FW-KEY)
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP = DFHRESP(DUPREC)
               SET WS-ALREADY-ON-FILE TO TRUE
               GO TO PROPOSE-THE-WAIVER-EXIT
           END-IF.
           IF CMD-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAILED TO TRUE
               GO TO PROPOSE-THE-WAIVER-EXIT
           END-IF.

           MOVE 'REQUESTED ' TO WS-LOG-EVENT-TEXT.
           PERFORM WRITE-AUDIT-MSG.

       PROPOSE-THE-WAIVER-EXIT.
           EXIT.

      *****************************************************************
      *  APPROVAL ONLY MARKS THE WAIVER -- THE CREDIT MEMO IS WRITTEN  *
      *  BY FCWGEN01 ON ITS NEXT RUN. THE APPROVER MUST NOT BE THE     *
      *  REQUESTER, MUST BE ON THE AUTHORITY TABLE, AND MUST HOLD A    *
      *  LIMIT AT LEAST THE WAIVER'S USD AMOUNT. A REFUSED APPROVAL    *
      *  LEAVES THE WAIVER PENDING FOR SOMEONE WHO CAN GIVE IT.        *
      *****************************************************************
       APPROVE-THE-WAIVER.
           MOVE FQ-CUSTOMER-NUMBER TO FW-CUSTOMER-NUMBER.
           MOVE FQ-INVOICE-NUMBER  TO FW-INVOICE-NUMBER.
           EXEC CICS READ FILE('FCWAIVE')
                INTO(FINANCE-CHARGE-WAIVER-RECORD)
                RIDFLD(FW-KEY)
                UPDATE
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-NO-WAIVER-ON-FILE TO TRUE
               GO TO APPROVE-THE-WAIVER-EXIT
           END-IF.

           IF FW-APPROVED
               SET WS-ALREADY-APPROVED TO TRUE
           END-IF.
           IF FW-CREDITED
               SET WS-ALREADY-CREDITED TO TRUE
           END-IF.
           IF NOT WS-REQUEST-OK
               EXEC CICS UNLOCK FILE('FCWAIVE') END-EXEC
               GO TO APPROVE-THE-WAIVER-EXIT
           END-IF.

           IF FW-REQUESTED-BY = FQ-OPERATOR-ID
               EXEC CICS UNLOCK FILE('FCWAIVE') END-EXEC
               SET WS-SELF-APPROVAL TO TRUE
               MOVE 'SELFAPPR  ' TO WS-LOG-EVENT-TEXT
               PERFORM WRITE-AUDIT-MSG
               GO TO APPROVE-THE-WAIVER-EXIT
           END-IF.

           MOVE FQ-OPERATOR-ID TO FA-APPROVER-ID.
           EXEC CICS READ FILE('FCWAUTH')
                INTO(WAIVER-AUTHORITY-RECORD)
                RIDFLD(FA-APPROVER-ID)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('FCWAIVE') END-EXEC
               SET WS-NO-AUTHORITY TO TRUE
               MOVE 'NOAUTH    ' TO WS-LOG-EVENT-TEXT
               PERFORM WRITE-AUDIT-MSG
               GO TO APPROVE-THE-WAIVER-EXIT
           END-IF.
           IF FW-WAIVER-USD > FA-WAIVER-LIMIT-USD
               EXEC CICS UNLOCK FILE('FCWAIVE') END-EXEC
               SET WS-OVER-AUTHORITY TO TRUE
               MOVE 'OVERLIMIT ' TO WS-LOG-EVENT-TEXT
               PERFORM WRITE-AUDIT-MSG
               GO TO APPROVE-THE-WAIVER-EXIT
           END-IF.

           SET FW-APPROVED TO TRUE.
           MOVE FQ-OPERATOR-ID TO FW-APPROVED-BY.
           PERFORM STAMP-TODAY.
           MOVE WS-TODAY-YYYYMMDD TO FW-APPROVAL-DATE.
           EXEC CICS REWRITE FILE('FCWAIVE')
                FROM(FINANCE-CHARGE-WAIVER-RECORD)
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAILED TO TRUE
               GO TO APPROVE-THE-WAIVER-EXIT
           END-IF.

           MOVE 'APPROVED  ' TO WS-LOG-EVENT-TEXT.
           PERFORM WRITE-AUDIT-MSG.

       APPROVE-THE-WAIVER-EXIT.
           EXIT.

      *  A REJECTED WAIVER IS SIMPLY NEVER CREDITED. AN APPROVAL NOT
      *  YET TURNED INTO A CREDIT BY FCWGEN01 CAN STILL BE WITHDRAWN
      *  THIS WAY; ONE ALREADY CREDITED IS HISTORY AND STAYS.
       REJECT-THE-WAIVER.
           MOVE FQ-CUSTOMER-NUMBER TO FW-CUSTOMER-NUMBER.
           MOVE FQ-INVOICE-NUMBER  TO FW-INVOICE-NUMBER.
           EXEC CICS READ FILE('FCWAIVE')
                INTO(FINANCE-CHARGE-WAIVER-RECORD)
                RIDFLD(FW-KEY)
                UPDATE
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-NO-WAIVER-ON-FILE TO TRUE
               GO TO REJECT-THE-WAIVER-EXIT
           END-IF.

           IF FW-CREDITED
               EXEC CICS UNLOCK FILE('FCWAIVE') END-EXEC
               SET WS-ALREADY-CREDITED TO TRUE
               GO TO REJECT-THE-WAIVER-EXIT
           END-IF.

           EXEC CICS DELETE FILE('FCWAIVE')
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAILED TO TRUE
               GO TO REJECT-THE-WAIVER-EXIT
           END-IF.

           MOVE 'REJECTED  ' TO WS-LOG-EVENT-TEXT.
           PERFORM WRITE-AUDIT-MSG.

       REJECT-THE-WAIVER-EXIT.
           EXIT.

       INQUIRE-THE-WAIVER.
           MOVE FQ-CUSTOMER-NUMBER TO FW-CUSTOMER-NUMBER.
           MOVE FQ-INVOICE-NUMBER  TO FW-INVOICE-NUMBER.
           EXEC CICS READ FILE('FCWAIVE')
                INTO(FINANCE-CHARGE-WAIVER-RECORD)
                RIDFLD(FW-KEY)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-NO-WAIVER-ON-FILE TO TRUE
           END-IF.

      *  ONE CSMT LINE PER DECISION -- WHO DID WHAT TO WHICH
      *  INVOICE, WITH THE ORIGINAL REQUESTER NAMED SO THE PAIRING
      *  IS ON THE RECORD.
       WRITE-AUDIT-MSG.
           MOVE FQ-CUSTOMER-NUMBER TO FQ-LOG-CUSTOMER-NUMBER.
           MOVE SPACES TO FQ-LOG-MSG-BUFFER.
           STRING 'FCWMNT  '           DELIMITED SIZE
                  WS-LOG-EVENT-TEXT    DELIMITED SIZE
                  'INV='               DELIMITED SIZE
                  FQ-INVOICE-NUMBER    DELIMITED SIZE
                  ' BY='               DELIMITED SIZE
                  FQ-OPERATOR-ID       DELIMITED SIZE
                  ' REQ='              DELIMITED SIZE
                  FW-REQUESTED-BY      DELIMITED SIZE
                  INTO FQ-LOG-MSG-BUFFER
           END-STRING.

           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(FQ-LOG-DATE)
                                TIME(FQ-LOG-TIME)
                                END-EXEC.
           MOVE LENGTH OF FQ-LOG-MSG TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                               FROM(FQ-LOG-MSG)
                               LENGTH(HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

       STAMP-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(WS-TODAY-YYYYMMDD)
                                END-EXEC.

       SEND-WAIVER-REPLY.
           MOVE FW-CUSTOMER-NUMBER       TO FR-CUSTOMER-NUMBER.
           MOVE FW-INVOICE-NUMBER        TO FR-INVOICE-NUMBER.
           MOVE FW-WAIVER-STATUS         TO FR-WAIVER-STATUS.
           MOVE FW-REQUESTED-BY          TO FR-REQUESTED-BY.
           MOVE FW-REQUEST-DATE          TO FR-REQUEST-DATE.
           MOVE FW-WAIVER-REASON         TO FR-WAIVER-REASON.
           MOVE FW-WAIVER-AMOUNT         TO FR-WAIVER-AMOUNT.
           MOVE FW-CURRENCY-CODE         TO FR-CURRENCY-CODE.
           MOVE FW-WAIVER-USD            TO FR-WAIVER-USD.
           MOVE FW-APPROVED-BY           TO FR-APPROVED-BY.
           MOVE FW-APPROVAL-DATE         TO FR-APPROVAL-DATE.
           MOVE FW-CREDIT-INVOICE-NUMBER TO FR-CREDIT-INVOICE-NUMBER.
           MOVE LENGTH OF FCWMNT-REPLY-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(FCWMNT-REPLY-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.

       SEND-ERROR-REPLY.
           MOVE FQ-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER.
           MOVE WS-REQUEST-STATUS TO ERROR-STATUS.
           EVALUATE WS-REQUEST-STATUS
               WHEN '05'
                   MOVE 'CUSTOMER NUMBER FAILED CHECK DIGIT'
                       TO ERROR-MESSAGE-TEXT
               WHEN '14'
                   MOVE 'REQUEST ACTION IS NOT P, A, R, OR I'
                       TO ERROR-MESSAGE-TEXT
               WHEN '15'
                   MOVE 'NO WAIVER ON FILE FOR THAT INVOICE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '16'
                   MOVE 'APPROVER IS THE REQUESTER, DUAL CONTROL'
                       TO ERROR-MESSAGE-TEXT
               WHEN '18'
                   MOVE 'WAIVER IS ALREADY APPROVED'
                       TO ERROR-MESSAGE-TEXT
               WHEN '30'
                   MOVE 'INVOICE NOT ON FILE FOR CUSTOMER'
                       TO ERROR-MESSAGE-TEXT
               WHEN '31'
                   MOVE 'INVOICE IS NOT AN OPEN FINANCE CHARGE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '33'
                   MOVE 'OPERATOR ID OR WAIVER REASON IS BLANK'
                       TO ERROR-MESSAGE-TEXT
               WHEN '34'
                   MOVE 'WAIVER COULD NOT BE RECORDED, RETRY'
                       TO ERROR-MESSAGE-TEXT
               WHEN '40'
                   MOVE 'WAIVER IS MORE THAN THE OPEN BALANCE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '41'
                   MOVE 'A WAIVER IS ALREADY ON FILE FOR THE INVOICE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '42'
                   MOVE 'WAIVER IS ALREADY CREDITED'
                       TO ERROR-MESSAGE-TEXT
               WHEN '43'
                   MOVE 'APPROVER HAS NO WAIVER AUTHORITY'
                       TO ERROR-MESSAGE-TEXT
               WHEN '44'
                   MOVE 'WAIVER IS OVER THE APPROVER''S AUTHORITY'
                       TO ERROR-MESSAGE-TEXT
               WHEN OTHER
                   MOVE 'REQUEST REJECTED'
                       TO ERROR-MESSAGE-TEXT
           END-EVALUATE.
           MOVE LENGTH OF ERROR-OUTPUT-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(ERROR-OUTPUT-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.
