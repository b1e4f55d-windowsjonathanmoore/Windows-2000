      ***********************************************************
      * CRAMNT -- NEW-CUSTOMER CREDIT APPLICATION AND APPROVAL    *
      *                                                           *
      * A new customer used to be billable the moment CUSTDLD1    *
      * added it, with no credit limit at all. Every customer     *
      * CUSTDLD1 adds is now pending, and this method, in the     *
      * FCWMNT style, puts its credit application (CRAPPL.cpy)    *
      * through a request and a credit analyst's approval. 'P'    *
      * records the application under the requesting operator's   *
      * id: the customer must be on the demographic master and    *
      * still pending, the limit asked for must be above zero,    *
      * and the terms, when given, must be on the terms master. A *
      * rejected application may be replaced this way; any other  *
      * one on file may not. 'A' approves it, and the approver    *
      * MUST be a different operator, on the CRAAUTH.cpy          *
      * credit-analyst table, whose authority covers the limit    *
      * granted -- the request's limit and terms, or the ones     *
      * asked for when those are zero or blank. Approval sets     *
      * CD-CREDIT-LIMIT and CD-TERMS-CODE, makes the customer     *
      * active, and journals the change as CUSTMNT does. 'R'      *
      * rejects an application not yet approved, with a reason;   *
      * the customer stays pending. 'I' inquires. The reply to    *
      * every good request is the application record. Every       *
      * request, decision and refused approval writes a CSMT      *
      * audit line naming both operators.                         *
      *                                                           *
      * ERROR-STATUS VALUES SENT ON THE ERRROW PATH:              *
      *   '05' CUSTOMER NUMBER FAILED CHECK DIGIT (AS RSETSAMP)   *
      *   '09' CUSTOMER NOT ON THE DEMOGRAPHIC MASTER             *
      *   '14' REQUEST ACTION IS NOT P, A, R, OR I                *
      *   '15' NO APPLICATION ON FILE FOR THE CUSTOMER            *
      *   '16' APPROVER IS THE REQUESTER -- DUAL CONTROL          *
      *   '18' APPLICATION IS ALREADY APPROVED                    *
      *   '33' OPERATOR ID, LIMIT OR REJECT REASON IS MISSING     *
      *   '34' APPLICATION OR CUSTOMER COULD NOT BE UPDATED       *
      *   '41' AN APPLICATION IS ALREADY ON FILE                  *
      *   '42' APPLICATION WAS REJECTED -- FILE A NEW ONE         *
      *   '43' APPROVER IS NOT A CREDIT ANALYST                   *
      *   '44' LIMIT IS OVER THE ANALYST'S AUTHORITY              *
      *   '45' TERMS CODE NOT ON THE TERMS MASTER                 *
      *   '46' CUSTOMER IS NOT PENDING CREDIT APPROVAL            *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAMNT.

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
           88  WS-CUSTOMER-NOT-FOUND          VALUE '09'.
           88  WS-BAD-ACTION                  VALUE '14'.
           88  WS-NO-APPLICATION-ON-FILE      VALUE '15'.
           88  WS-SELF-APPROVAL               VALUE '16'.
           88  WS-ALREADY-APPROVED            VALUE '18'.
           88  WS-REQUEST-INCOMPLETE          VALUE '33'.
           88  WS-UPDATE-FAILED               VALUE '34'.
           88  WS-ALREADY-ON-FILE             VALUE '41'.
           88  WS-ALREADY-REJECTED            VALUE '42'.
           88  WS-NO-AUTHORITY                VALUE '43'.
           88  WS-OVER-AUTHORITY              VALUE '44'.
           88  WS-TERMS-NOT-FOUND             VALUE '45'.
           88  WS-CUSTOMER-NOT-PENDING        VALUE '46'.

      *  ON A REQUEST THE LIMIT AND TERMS ARE WHAT THE CUSTOMER
      *  ASKS FOR; ON AN APPROVAL THEY ARE WHAT THE ANALYST GRANTS,
      *  ZERO OR BLANK MEANING AS ASKED. THE SCORE AND REFERENCES
      *  ARE ONLY READ ON A REQUEST, THE REASON ONLY ON A DECISION.
       01  CRAMNT-REQUEST-AREA.
           05  NQ-REQUEST-ACTION              PIC X(1).
               88  NQ-ACTION-REQUEST          VALUE 'P'.
               88  NQ-ACTION-APPROVE          VALUE 'A'.
               88  NQ-ACTION-REJECT           VALUE 'R'.
               88  NQ-ACTION-INQUIRE          VALUE 'I'.
           05  NQ-OPERATOR-ID                 PIC X(8).
           05  NQ-CUSTOMER-NUMBER             PIC 9(9).
           05  NQ-CREDIT-LIMIT                PIC 9(13)V9(2).
           05  NQ-TERMS-CODE                  PIC X(4).
           05  NQ-BUREAU-SCORE                PIC 9(3).
           05  NQ-TRADE-REFERENCE             OCCURS 3 TIMES.
               10  NQ-REFERENCE-NAME          PIC X(30).
               10  NQ-REFERENCE-PHONE         PIC X(14).
           05  NQ-DECISION-REASON             PIC X(60).

      *  THE APPLICATION, READ FROM (AND WRITTEN OR REWRITTEN TO)
      *  THE CRAPPL FILE AND SENT BACK AS THE REPLY.
           COPY CRAPPL.

           COPY CRAAUTH.

           COPY CUSTDEMO.

           COPY TERMSMST.

       01  REF-SUB                            PIC S9(4) COMP.
       01  WS-GRANTED-LIMIT                   PIC S9(13)V9(2) COMP-3.
       01  WS-GRANTED-TERMS                   PIC X(4).

       01  ERROR-OUTPUT-AREA.
           COPY ERRROW.

      *  THE SAME CUST-# CSMT AUDIT SHAPE CUSTMNT WRITES -- THE
      *  MESSAGE TEXT NAMES BOTH OPERATORS AND THE LIMIT.
       01  NQ-LOG-MSG.
           05  NQ-LOG-ID                      PIC X(7)
                                               VALUE 'CUST #'.
           05  NQ-LOG-CUSTOMER-NUMBER         PIC 9(9) VALUE ZEROS.
           05  FILLER                         PIC X VALUE SPACE.
           05  NQ-LOG-DATE                    PIC 9(8) VALUE ZEROS.
           05  NQ-LOG-TIME                    PIC 9(6) VALUE ZEROS.
           05  FILLER                         PIC X VALUE SPACE.
           05  NQ-LOG-MSG-BUFFER              PIC X(80) VALUE SPACES.

       01  WS-LOG-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-LOG-EVENT-TEXT                  PIC X(10).
       01  WS-LOG-LIMIT                       PIC 9(13).

      *  BEFORE/AFTER IMAGES FOR THE DEMOGRAPHIC JOURNAL WHEN AN
      *  APPROVAL ACTIVATES THE CUSTOMER.
       01  WS-JOURNAL-ACTION                  PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                 PIC X(8)
                                               VALUE 'CRAMNT'.
       01  WS-JOURNAL-BEFORE                  PIC X(300).
       01  WS-JOURNAL-AFTER                   PIC X(300).

       01  WS-TODAY-YYYYMMDD                  PIC 9(8).
       01  WS-STAMP-TIME                      PIC 9(6).
       01  WS-NEW-STAMP                       PIC X(14).
       01  WS-NEW-STAMP-NUM REDEFINES WS-NEW-STAMP
                                              PIC 9(14).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           SET WS-REQUEST-OK TO TRUE.

           MOVE LENGTH OF CRAMNT-REQUEST-AREA TO RECEIVE-LENGTH.
           EXEC CICS RECEIVE INTO(CRAMNT-REQUEST-AREA)
                 LENGTH(RECEIVE-LENGTH)
                 MAXLENGTH(RECEIVE-LENGTH)
                 NOTRUNCATE
                 RESP(CMD-RESP)
           END-EXEC.

           CALL 'VALIDATECUSTOMERNUMBER'
               USING NQ-CUSTOMER-NUMBER
                     WS-VALCUSNO-STATUS.
           IF NOT WS-VALCUSNO-OK
               SET WS-BAD-CHECK-DIGIT TO TRUE
           END-IF.

           IF WS-REQUEST-OK
               EVALUATE TRUE
                   WHEN NQ-ACTION-REQUEST
                       PERFORM REQUEST-THE-CREDIT THRU
                               REQUEST-THE-CREDIT-EXIT
                   WHEN NQ-ACTION-APPROVE
                       PERFORM APPROVE-THE-CREDIT THRU
                               APPROVE-THE-CREDIT-EXIT
                   WHEN NQ-ACTION-REJECT
                       PERFORM REJECT-THE-CREDIT THRU
                               REJECT-THE-CREDIT-EXIT
                   WHEN NQ-ACTION-INQUIRE
                       PERFORM INQUIRE-THE-CREDIT
                   WHEN OTHER
                       SET WS-BAD-ACTION TO TRUE
               END-EVALUATE
           END-IF.

           IF WS-REQUEST-OK
               PERFORM SEND-APPLICATION-REPLY
           ELSE
               PERFORM SEND-ERROR-REPLY
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *****************************************************************
      *  ONLY A CUSTOMER STILL PENDING CAN APPLY, AND FOR A LIMIT      *
      *  ABOVE ZERO -- A ZERO LIMIT IS NO LIMIT, WHICH IS EXACTLY      *
      *  WHAT THE APPLICATION IS HERE TO STOP. ONE APPLICATION PER     *
      *  CUSTOMER; A REJECTED ONE IS REPLACED BY THE NEW REQUEST, SO   *
      *  THE CUSTOMER CAN TRY AGAIN WITH BETTER REFERENCES.            *
      *****************************************************************
       REQUEST-THE-CREDIT.
           IF NQ-OPERATOR-ID = SPACES OR NQ-CREDIT-LIMIT = 0
               SET WS-REQUEST-INCOMPLETE TO TRUE
               GO TO REQUEST-THE-CREDIT-EXIT
           END-IF.

           MOVE NQ-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('CUSTDEMO')
                INTO(CUSTOMER-DEMOGRAPHIC-RECORD)
                RIDFLD(CD-CUSTOMER-NUMBER)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-CUSTOMER-NOT-FOUND TO TRUE
               GO TO REQUEST-THE-CREDIT-EXIT
           END-IF.
           IF NOT CD-CUSTOMER-PENDING
               SET WS-CUSTOMER-NOT-PENDING TO TRUE
               GO TO REQUEST-THE-CREDIT-EXIT
           END-IF.

           IF NQ-TERMS-CODE NOT = SPACES
               MOVE NQ-TERMS-CODE TO WS-GRANTED-TERMS
               PERFORM CHECK-TERMS-CODE
               IF NOT WS-REQUEST-OK
                   GO TO REQUEST-THE-CREDIT-EXIT
               END-IF
           END-IF.

           PERFORM STAMP-TODAY.
           MOVE NQ-CUSTOMER-NUMBER TO NW-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('CRAPPL')
                INTO(CREDIT-APPLICATION-RECORD)
                RIDFLD(NW-CUSTOMER-NUMBER)
                UPDATE
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP = DFHRESP(NORMAL) AND NOT NW-REJECTED
               EXEC CICS UNLOCK FILE('CRAPPL') END-EXEC
               SET WS-ALREADY-ON-FILE TO TRUE
               GO TO REQUEST-THE-CREDIT-EXIT
           END-IF.

           PERFORM BUILD-THE-APPLICATION.

           IF READ-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE('CRAPPL')
                    FROM(CREDIT-APPLICATION-RECORD)
                    RESP(CMD-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('CRAPPL')
                    FROM(CREDIT-APPLICATION-RECORD)
                    RIDFLD(NW-CUSTOMER-NUMBER)
                    RESP(CMD-RESP)
               END-EXEC
           END-IF.
           IF CMD-RESP = DFHRESP(DUPREC)
               SET WS-ALREADY-ON-FILE TO TRUE
               GO TO REQUEST-THE-CREDIT-EXIT
           END-IF.
           IF CMD-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAILED TO TRUE
               GO TO REQUEST-THE-CREDIT-EXIT
           END-IF.

           MOVE NW-REQUESTED-LIMIT TO WS-LOG-LIMIT.
           MOVE 'REQUESTED ' TO WS-LOG-EVENT-TEXT.
           PERFORM WRITE-AUDIT-MSG.

       REQUEST-THE-CREDIT-EXIT.
           EXIT.

       BUILD-THE-APPLICATION.
           INITIALIZE CREDIT-APPLICATION-RECORD.
           MOVE NQ-CUSTOMER-NUMBER      TO NW-CUSTOMER-NUMBER.
           SET NW-AWAITING-APPROVAL TO TRUE.
           MOVE NQ-CREDIT-LIMIT         TO NW-REQUESTED-LIMIT.
           MOVE NQ-TERMS-CODE           TO NW-REQUESTED-TERMS.
           IF NQ-BUREAU-SCORE NUMERIC
               MOVE NQ-BUREAU-SCORE     TO NW-BUREAU-SCORE
           END-IF.
           PERFORM VARYING REF-SUB FROM 1 BY 1 UNTIL REF-SUB > 3
               MOVE NQ-REFERENCE-NAME(REF-SUB)
                   TO NW-REFERENCE-NAME(REF-SUB)
               MOVE NQ-REFERENCE-PHONE(REF-SUB)
                   TO NW-REFERENCE-PHONE(REF-SUB)
           END-PERFORM.
           MOVE NQ-OPERATOR-ID          TO NW-REQUESTED-BY.
           MOVE WS-TODAY-YYYYMMDD       TO NW-REQUEST-DATE.
           MOVE SPACES                  TO NW-DECIDED-BY.

      *****************************************************************
      *  THE APPROVER MUST NOT BE THE REQUESTER, MUST BE ON THE        *
      *  CREDIT-ANALYST TABLE, AND MUST HOLD AUTHORITY AT LEAST THE    *
      *  LIMIT GRANTED. A REFUSED APPROVAL LEAVES THE APPLICATION      *
      *  PENDING FOR SOMEONE WHO CAN GIVE IT. THE CUSTOMER IS          *
      *  ACTIVATED FIRST, SO AN APPLICATION IS NEVER MARKED APPROVED   *
      *  FOR A CUSTOMER THAT IS STILL PENDING.                         *
      *****************************************************************
       APPROVE-THE-CREDIT.
           MOVE NQ-CUSTOMER-NUMBER TO NW-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('CRAPPL')
                INTO(CREDIT-APPLICATION-RECORD)
                RIDFLD(NW-CUSTOMER-NUMBER)
                UPDATE
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-NO-APPLICATION-ON-FILE TO TRUE
               GO TO APPROVE-THE-CREDIT-EXIT
           END-IF.

           IF NW-APPROVED
               SET WS-ALREADY-APPROVED TO TRUE
           END-IF.
           IF NW-REJECTED
               SET WS-ALREADY-REJECTED TO TRUE
           END-IF.
           IF NQ-OPERATOR-ID = SPACES
               SET WS-REQUEST-INCOMPLETE TO TRUE
           END-IF.
           IF NOT WS-REQUEST-OK
               EXEC CICS UNLOCK FILE('CRAPPL') END-EXEC
               GO TO APPROVE-THE-CREDIT-EXIT
           END-IF.

           IF NQ-CREDIT-LIMIT > 0
               MOVE NQ-CREDIT-LIMIT    TO WS-GRANTED-LIMIT
           ELSE
               MOVE NW-REQUESTED-LIMIT TO WS-GRANTED-LIMIT
           END-IF.
           IF NQ-TERMS-CODE NOT = SPACES
               MOVE NQ-TERMS-CODE      TO WS-GRANTED-TERMS
           ELSE
               MOVE NW-REQUESTED-TERMS TO WS-GRANTED-TERMS
           END-IF.
           MOVE WS-GRANTED-LIMIT TO WS-LOG-LIMIT.

           IF NW-REQUESTED-BY = NQ-OPERATOR-ID
               EXEC CICS UNLOCK FILE('CRAPPL') END-EXEC
               SET WS-SELF-APPROVAL TO TRUE
               MOVE 'SELFAPPR  ' TO WS-LOG-EVENT-TEXT
               PERFORM WRITE-AUDIT-MSG
               GO TO APPROVE-THE-CREDIT-EXIT
           END-IF.

           MOVE NQ-OPERATOR-ID TO AN-ANALYST-ID.
           EXEC CICS READ FILE('CRAAUTH')
                INTO(CREDIT-ANALYST-AUTHORITY-RECORD)
                RIDFLD(AN-ANALYST-ID)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('CRAPPL') END-EXEC
               SET WS-NO-AUTHORITY TO TRUE
               MOVE 'NOAUTH    ' TO WS-LOG-EVENT-TEXT
               PERFORM WRITE-AUDIT-MSG
               GO TO APPROVE-THE-CREDIT-EXIT
           END-IF.
           IF WS-GRANTED-LIMIT > AN-LIMIT-AUTHORITY-USD
               EXEC CICS UNLOCK FILE('CRAPPL') END-EXEC
               SET WS-OVER-AUTHORITY TO TRUE
               MOVE 'OVERLIMIT ' TO WS-LOG-EVENT-TEXT
               PERFORM WRITE-AUDIT-MSG
               GO TO APPROVE-THE-CREDIT-EXIT
           END-IF.

           IF WS-GRANTED-TERMS NOT = SPACES
               PERFORM CHECK-TERMS-CODE
               IF NOT WS-REQUEST-OK
                   EXEC CICS UNLOCK FILE('CRAPPL') END-EXEC
                   GO TO APPROVE-THE-CREDIT-EXIT
               END-IF
           END-IF.

           PERFORM ACTIVATE-THE-CUSTOMER THRU
                   ACTIVATE-THE-CUSTOMER-EXIT.
           IF NOT WS-REQUEST-OK
               EXEC CICS UNLOCK FILE('CRAPPL') END-EXEC
               GO TO APPROVE-THE-CREDIT-EXIT
           END-IF.

           SET NW-APPROVED TO TRUE.
           MOVE WS-GRANTED-LIMIT   TO NW-APPROVED-LIMIT.
           MOVE WS-GRANTED-TERMS   TO NW-APPROVED-TERMS.
           MOVE NQ-OPERATOR-ID     TO NW-DECIDED-BY.
           MOVE WS-TODAY-YYYYMMDD  TO NW-DECISION-DATE.
           MOVE NQ-DECISION-REASON TO NW-DECISION-REASON.
           EXEC CICS REWRITE FILE('CRAPPL')
                FROM(CREDIT-APPLICATION-RECORD)
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAILED TO TRUE
               GO TO APPROVE-THE-CREDIT-EXIT
           END-IF.

           MOVE 'APPROVED  ' TO WS-LOG-EVENT-TEXT.
           PERFORM WRITE-AUDIT-MSG.

       APPROVE-THE-CREDIT-EXIT.
           EXIT.

      *  THE LIMIT AND TERMS GO ON AND THE CUSTOMER BECOMES ACTIVE
      *  IN ONE REWRITE, JOURNALED AS CUSTMNT JOURNALS ITS OWN.
      *  BLANK TERMS LEAVE WHATEVER TERMS THE SEED GAVE THE
      *  CUSTOMER.
       ACTIVATE-THE-CUSTOMER.
           MOVE NQ-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('CUSTDEMO')
                INTO(CUSTOMER-DEMOGRAPHIC-RECORD)
                RIDFLD(CD-CUSTOMER-NUMBER)
                UPDATE
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-CUSTOMER-NOT-FOUND TO TRUE
               GO TO ACTIVATE-THE-CUSTOMER-EXIT
           END-IF.
           IF NOT CD-CUSTOMER-PENDING
               EXEC CICS UNLOCK FILE('CUSTDEMO') END-EXEC
               SET WS-CUSTOMER-NOT-PENDING TO TRUE
               GO TO ACTIVATE-THE-CUSTOMER-EXIT
           END-IF.

           MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-BEFORE.
           MOVE WS-GRANTED-LIMIT TO CD-CREDIT-LIMIT.
           IF WS-GRANTED-TERMS NOT = SPACES
               MOVE WS-GRANTED-TERMS TO CD-TERMS-CODE
           END-IF.
           SET CD-CUSTOMER-ACTIVE TO TRUE.

           PERFORM STAMP-TODAY.
           MOVE WS-TODAY-YYYYMMDD TO WS-NEW-STAMP(1:8).
           MOVE WS-STAMP-TIME     TO WS-NEW-STAMP(9:6).
           MOVE WS-NEW-STAMP-NUM  TO CD-MODIFICATION-STAMP.

           EXEC CICS REWRITE FILE('CUSTDEMO')
                FROM(CUSTOMER-DEMOGRAPHIC-RECORD)
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAILED TO TRUE
               GO TO ACTIVATE-THE-CUSTOMER-EXIT
           END-IF.

           MOVE CUSTOMER-DEMOGRAPHIC-RECORD TO WS-JOURNAL-AFTER.
           CALL 'WRITECUSTJOURNAL' USING WS-JOURNAL-ACTION
                                         WS-JOURNAL-PROGRAM
                                         WS-JOURNAL-BEFORE
                                         WS-JOURNAL-AFTER.

       ACTIVATE-THE-CUSTOMER-EXIT.
           EXIT.

      *  A REJECTION IS KEPT AS THE RECORD OF THE DECISION AND
      *  NEEDS A REASON; THE CUSTOMER STAYS PENDING. AN APPROVED
      *  APPLICATION HAS ALREADY ACTIVATED THE CUSTOMER AND STAYS.
       REJECT-THE-CREDIT.
           IF NQ-OPERATOR-ID = SPACES OR NQ-DECISION-REASON = SPACES
               SET WS-REQUEST-INCOMPLETE TO TRUE
               GO TO REJECT-THE-CREDIT-EXIT
           END-IF.

           MOVE NQ-CUSTOMER-NUMBER TO NW-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('CRAPPL')
                INTO(CREDIT-APPLICATION-RECORD)
                RIDFLD(NW-CUSTOMER-NUMBER)
                UPDATE
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-NO-APPLICATION-ON-FILE TO TRUE
               GO TO REJECT-THE-CREDIT-EXIT
           END-IF.

           IF NW-APPROVED
               SET WS-ALREADY-APPROVED TO TRUE
           END-IF.
           IF NW-REJECTED
               SET WS-ALREADY-REJECTED TO TRUE
           END-IF.
           IF NOT WS-REQUEST-OK
               EXEC CICS UNLOCK FILE('CRAPPL') END-EXEC
               GO TO REJECT-THE-CREDIT-EXIT
           END-IF.

           PERFORM STAMP-TODAY.
           SET NW-REJECTED TO TRUE.
           MOVE NQ-OPERATOR-ID     TO NW-DECIDED-BY.
           MOVE WS-TODAY-YYYYMMDD  TO NW-DECISION-DATE.
           MOVE NQ-DECISION-REASON TO NW-DECISION-REASON.
           EXEC CICS REWRITE FILE('CRAPPL')
                FROM(CREDIT-APPLICATION-RECORD)
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAILED TO TRUE
               GO TO REJECT-THE-CREDIT-EXIT
           END-IF.

           MOVE NW-REQUESTED-LIMIT TO WS-LOG-LIMIT.
           MOVE 'REJECTED  ' TO WS-LOG-EVENT-TEXT.
           PERFORM WRITE-AUDIT-MSG.

       REJECT-THE-CREDIT-EXIT.
           EXIT.

       INQUIRE-THE-CREDIT.
           MOVE NQ-CUSTOMER-NUMBER TO NW-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('CRAPPL')
                INTO(CREDIT-APPLICATION-RECORD)
                RIDFLD(NW-CUSTOMER-NUMBER)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-NO-APPLICATION-ON-FILE TO TRUE
           END-IF.

       CHECK-TERMS-CODE.
           MOVE WS-GRANTED-TERMS TO PT-TERMS-CODE.
           EXEC CICS READ FILE('TERMSMST')
                INTO(PAYMENT-TERMS-RECORD)
                RIDFLD(PT-TERMS-CODE)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-TERMS-NOT-FOUND TO TRUE
           END-IF.

      *  ONE CSMT LINE PER DECISION -- WHO DID WHAT FOR WHICH
      *  LIMIT, WITH THE ORIGINAL REQUESTER NAMED SO THE PAIRING
      *  IS ON THE RECORD.
       WRITE-AUDIT-MSG.
           MOVE NQ-CUSTOMER-NUMBER TO NQ-LOG-CUSTOMER-NUMBER.
           MOVE SPACES TO NQ-LOG-MSG-BUFFER.
           STRING 'CRAMNT  '           DELIMITED SIZE
                  WS-LOG-EVENT-TEXT    DELIMITED SIZE
                  'LIM='               DELIMITED SIZE
                  WS-LOG-LIMIT         DELIMITED SIZE
                  ' BY='               DELIMITED SIZE
                  NQ-OPERATOR-ID       DELIMITED SIZE
                  ' REQ='              DELIMITED SIZE
                  NW-REQUESTED-BY      DELIMITED SIZE
                  INTO NQ-LOG-MSG-BUFFER
           END-STRING.

           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(NQ-LOG-DATE)
                                TIME(NQ-LOG-TIME)
                                END-EXEC.
           MOVE LENGTH OF NQ-LOG-MSG TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                               FROM(NQ-LOG-MSG)
                               LENGTH(HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

       STAMP-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(WS-TODAY-YYYYMMDD)
                                TIME(WS-STAMP-TIME)
                                END-EXEC.

       SEND-APPLICATION-REPLY.
           MOVE LENGTH OF CREDIT-APPLICATION-RECORD TO SEND-LENGTH.
           EXEC CICS SEND FROM(CREDIT-APPLICATION-RECORD)
                          LENGTH(SEND-LENGTH)
           END-EXEC.

       SEND-ERROR-REPLY.
           MOVE NQ-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER.
           MOVE WS-REQUEST-STATUS TO ERROR-STATUS.
           EVALUATE WS-REQUEST-STATUS
               WHEN '05'
                   MOVE 'CUSTOMER NUMBER FAILED CHECK DIGIT'
                       TO ERROR-MESSAGE-TEXT
               WHEN '09'
                   MOVE 'CUSTOMER NOT ON THE DEMOGRAPHIC MASTER'
                       TO ERROR-MESSAGE-TEXT
               WHEN '14'
                   MOVE 'REQUEST ACTION IS NOT P, A, R, OR I'
                       TO ERROR-MESSAGE-TEXT
               WHEN '15'
                   MOVE 'NO CREDIT APPLICATION ON FILE FOR CUSTOMER'
                       TO ERROR-MESSAGE-TEXT
               WHEN '16'
                   MOVE 'APPROVER IS THE REQUESTER, DUAL CONTROL'
                       TO ERROR-MESSAGE-TEXT
               WHEN '18'
                   MOVE 'APPLICATION IS ALREADY APPROVED'
                       TO ERROR-MESSAGE-TEXT
               WHEN '33'
                   MOVE 'OPERATOR ID, LIMIT OR REASON IS MISSING'
                       TO ERROR-MESSAGE-TEXT
               WHEN '34'
                   MOVE 'APPLICATION COULD NOT BE RECORDED, RETRY'
                       TO ERROR-MESSAGE-TEXT
               WHEN '41'
                   MOVE 'AN APPLICATION IS ALREADY ON FILE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '42'
                   MOVE 'APPLICATION WAS REJECTED, FILE A NEW ONE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '43'
                   MOVE 'APPROVER IS NOT A CREDIT ANALYST'
                       TO ERROR-MESSAGE-TEXT
               WHEN '44'
                   MOVE 'LIMIT IS OVER THE ANALYST''S AUTHORITY'
                       TO ERROR-MESSAGE-TEXT
               WHEN '45'
                   MOVE 'TERMS CODE NOT ON THE TERMS MASTER'
                       TO ERROR-MESSAGE-TEXT
               WHEN '46'
                   MOVE 'CUSTOMER IS NOT PENDING CREDIT APPROVAL'
                       TO ERROR-MESSAGE-TEXT
               WHEN OTHER
                   MOVE 'REQUEST REJECTED'
                       TO ERROR-MESSAGE-TEXT
           END-EVALUATE.
           MOVE LENGTH OF ERROR-OUTPUT-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(ERROR-OUTPUT-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.
