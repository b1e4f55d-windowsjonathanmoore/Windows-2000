      ***********************************************************
      * ADJMNT -- INVOICE ADJUSTMENT APPROVAL, DUAL CONTROL       *
      *                                                           *
      * INVPOST1 holds any adjust that moves an invoice's         *
      * receivable by more than its adjust limit on the ADJPEND   *
      * pending file (ADJPEND.cpy), under the id of the operator  *
      * who asked for it. This method, in the AUTHMNT style, is   *
      * the second pair of eyes: 'A' approves the held adjustment *
      * -- and the approver MUST be a different operator from the *
      * requester -- after which the next INVPOST1 run posts it;  *
      * 'R' rejects it, removing it from the file; 'I' inquires.  *
      * The reply to every good request is the pending item's     *
      * summary (ADJMNT-REPLY-AREA); the transaction image itself *
      * stays on the file. Every approve, reject, and refused     *
      * self-approval writes a CSMT audit line naming both        *
      * operators.                                                *
      *                                                           *
      * ERROR-STATUS VALUES SENT ON THE ERRROW PATH:              *
      *   '14' REQUEST ACTION IS NOT A, R, OR I                   *
      *   '15' NO PENDING ADJUSTMENT FOR THAT INVOICE             *
      *   '16' APPROVER IS THE REQUESTER -- DUAL CONTROL          *
      *   '18' ADJUSTMENT IS ALREADY APPROVED                     *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJMNT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-LENGTHS.
           05  RECEIVE-LENGTH                 PIC S9(4) COMP.
           05  SEND-LENGTH                    PIC S9(4) COMP.
       01  HW-LENGTH                          PIC S9(4) COMP.
       01  CMD-RESP                           PIC S9(8) COMP VALUE +0.
       01  READ-RESP                          PIC S9(8) COMP VALUE +0.

       01  WS-REQUEST-STATUS                  PIC X(2).
           88  WS-REQUEST-OK                  VALUE '00'.
           88  WS-BAD-ACTION                  VALUE '14'.
           88  WS-NO-PENDING-ADJUSTMENT       VALUE '15'.
           88  WS-SELF-APPROVAL               VALUE '16'.
           88  WS-ALREADY-APPROVED            VALUE '18'.

       01  ADJMNT-REQUEST-AREA.
           05  AA-REQUEST-ACTION              PIC X(1).
               88  AA-ACTION-APPROVE          VALUE 'A'.
               88  AA-ACTION-REJECT           VALUE 'R'.
               88  AA-ACTION-INQUIRE          VALUE 'I'.
           05  AA-OPERATOR-ID                 PIC X(8).
           05  AA-CUSTOMER-NUMBER             PIC 9(9).
           05  AA-INVOICE-NUMBER              PIC 9(10).

      *  WHAT THE APPROVER NEEDS TO DECIDE -- WHO ASKED, WHEN, AND
      *  WHAT THE INVOICE GOES FROM AND TO.
       01  ADJMNT-REPLY-AREA.
           05  AR-CUSTOMER-NUMBER             PIC 9(9).
           05  AR-INVOICE-NUMBER              PIC 9(10).
           05  AR-APPROVAL-STATUS             PIC X(1).
           05  AR-REQUESTED-BY                PIC X(8).
           05  AR-REQUEST-DATE                PIC 9(8).
           05  AR-APPROVED-BY                 PIC X(8).
           05  AR-APPROVAL-DATE               PIC 9(8).
           05  AR-CURRENT-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  AR-PROPOSED-AMOUNT             PIC S9(13)V9(2) COMP-3.
           05  AR-CURRENCY-CODE               PIC X(3).
           05  AR-CHANGE-USD                  PIC S9(13)V9(2) COMP-3.

           COPY ADJPEND.

       01  ERROR-OUTPUT-AREA.
           COPY ERRROW.

      *  THE SAME CUST-# CSMT AUDIT SHAPE CUSTMNT WRITES -- THE
      *  MESSAGE TEXT NAMES THE INVOICE AND BOTH OPERATORS.
       01  AA-LOG-MSG.
           05  AA-LOG-ID                      PIC X(7)
                                               VALUE 'CUST #'.
           05  AA-LOG-CUSTOMER-NUMBER         PIC 9(9) VALUE ZEROS.
           05  FILLER                         PIC X VALUE SPACE.
           05  AA-LOG-DATE                    PIC 9(8) VALUE ZEROS.
           05  AA-LOG-TIME                    PIC 9(6) VALUE ZEROS.
           05  FILLER                         PIC X VALUE SPACE.
           05  AA-LOG-MSG-BUFFER              PIC X(80) VALUE SPACES.

       01  WS-LOG-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-LOG-EVENT-TEXT                  PIC X(10).
       01  WS-TODAY-YYYYMMDD                  PIC 9(8).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           SET WS-REQUEST-OK TO TRUE.

           MOVE LENGTH OF ADJMNT-REQUEST-AREA TO RECEIVE-LENGTH.
           EXEC CICS RECEIVE INTO(ADJMNT-REQUEST-AREA)
                 LENGTH(RECEIVE-LENGTH)
                 MAXLENGTH(RECEIVE-LENGTH)
                 NOTRUNCATE
                 RESP(CMD-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN AA-ACTION-APPROVE
                   PERFORM APPROVE-THE-ADJUSTMENT THRU
                           APPROVE-THE-ADJUSTMENT-EXIT
               WHEN AA-ACTION-REJECT
                   PERFORM REJECT-THE-ADJUSTMENT THRU
                           REJECT-THE-ADJUSTMENT-EXIT
               WHEN AA-ACTION-INQUIRE
                   PERFORM INQUIRE-THE-ADJUSTMENT
               WHEN OTHER
                   SET WS-BAD-ACTION TO TRUE
           END-EVALUATE.

           IF WS-REQUEST-OK
               PERFORM SEND-PENDING-REPLY
           ELSE
               PERFORM SEND-ERROR-REPLY
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *
      *  APPROVAL ONLY MARKS THE ITEM -- THE MASTER IS CHANGED BY
      *  INVPOST1 ON ITS NEXT RUN, THROUGH THE SAME EDITS ANY
      *  ADJUST GETS. THE APPROVER MUST NOT BE THE REQUESTER.
      *
       APPROVE-THE-ADJUSTMENT.
           MOVE AA-CUSTOMER-NUMBER TO AJ-CUSTOMER-NUMBER.
           MOVE AA-INVOICE-NUMBER  TO AJ-INVOICE-NUMBER.
           EXEC CICS READ FILE('ADJPEND')
                INTO(ADJUST-PENDING-RECORD)
                RIDFLD(AJ-KEY)
                UPDATE
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-NO-PENDING-ADJUSTMENT TO TRUE
               GO TO APPROVE-THE-ADJUSTMENT-EXIT
           END-IF.

           IF AJ-APPROVED
               EXEC CICS UNLOCK FILE('ADJPEND') END-EXEC
               SET WS-ALREADY-APPROVED TO TRUE
               GO TO APPROVE-THE-ADJUSTMENT-EXIT
           END-IF.

           IF AJ-REQUESTED-BY = AA-OPERATOR-ID
               EXEC CICS UNLOCK FILE('ADJPEND') END-EXEC
               SET WS-SELF-APPROVAL TO TRUE
               MOVE 'SELFAPPR  ' TO WS-LOG-EVENT-TEXT
               PERFORM WRITE-AUDIT-MSG
               GO TO APPROVE-THE-ADJUSTMENT-EXIT
           END-IF.

           MOVE 'A' TO AJ-APPROVAL-STATUS.
           MOVE AA-OPERATOR-ID TO AJ-APPROVED-BY.
           PERFORM STAMP-TODAY.
           MOVE WS-TODAY-YYYYMMDD TO AJ-APPROVAL-DATE.
           EXEC CICS REWRITE FILE('ADJPEND')
                FROM(ADJUST-PENDING-RECORD)
                RESP(CMD-RESP)
           END-EXEC.

           MOVE 'APPROVED  ' TO WS-LOG-EVENT-TEXT.
           PERFORM WRITE-AUDIT-MSG.

       APPROVE-THE-ADJUSTMENT-EXIT.
           EXIT.

      *  A REJECTED ADJUSTMENT SIMPLY NEVER POSTS. AN APPROVAL NOT
      *  YET RELEASED BY INVPOST1 CAN STILL BE WITHDRAWN THIS WAY.
       REJECT-THE-ADJUSTMENT.
           MOVE AA-CUSTOMER-NUMBER TO AJ-CUSTOMER-NUMBER.
           MOVE AA-INVOICE-NUMBER  TO AJ-INVOICE-NUMBER.
           EXEC CICS READ FILE('ADJPEND')
                INTO(ADJUST-PENDING-RECORD)
                RIDFLD(AJ-KEY)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-NO-PENDING-ADJUSTMENT TO TRUE
               GO TO REJECT-THE-ADJUSTMENT-EXIT
           END-IF.

           EXEC CICS DELETE FILE('ADJPEND')
                RIDFLD(AJ-KEY)
                RESP(CMD-RESP)
           END-EXEC.

           MOVE 'REJECTED  ' TO WS-LOG-EVENT-TEXT.
           PERFORM WRITE-AUDIT-MSG.

       REJECT-THE-ADJUSTMENT-EXIT.
           EXIT.

       INQUIRE-THE-ADJUSTMENT.
           MOVE AA-CUSTOMER-NUMBER TO AJ-CUSTOMER-NUMBER.
           MOVE AA-INVOICE-NUMBER  TO AJ-INVOICE-NUMBER.
           EXEC CICS READ FILE('ADJPEND')
                INTO(ADJUST-PENDING-RECORD)
                RIDFLD(AJ-KEY)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-NO-PENDING-ADJUSTMENT TO TRUE
           END-IF.

      *  ONE CSMT LINE PER DECISION -- WHO DID WHAT TO WHICH
      *  INVOICE, WITH THE ORIGINAL REQUESTER NAMED SO THE PAIRING
      *  IS ON THE RECORD.
       WRITE-AUDIT-MSG.
           MOVE AA-CUSTOMER-NUMBER TO AA-LOG-CUSTOMER-NUMBER.
           MOVE SPACES TO AA-LOG-MSG-BUFFER.
           STRING 'ADJMNT  '           DELIMITED SIZE
                  WS-LOG-EVENT-TEXT    DELIMITED SIZE
                  'INV='               DELIMITED SIZE
                  AA-INVOICE-NUMBER    DELIMITED SIZE
                  ' BY='               DELIMITED SIZE
                  AA-OPERATOR-ID       DELIMITED SIZE
                  ' REQ='              DELIMITED SIZE
                  AJ-REQUESTED-BY      DELIMITED SIZE
                  INTO AA-LOG-MSG-BUFFER
           END-STRING.

           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(AA-LOG-DATE)
                                TIME(AA-LOG-TIME)
                                END-EXEC.
           MOVE LENGTH OF AA-LOG-MSG TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                               FROM(AA-LOG-MSG)
                               LENGTH(HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

       STAMP-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(WS-TODAY-YYYYMMDD)
                                END-EXEC.

       SEND-PENDING-REPLY.
           MOVE AJ-CUSTOMER-NUMBER  TO AR-CUSTOMER-NUMBER.
           MOVE AJ-INVOICE-NUMBER   TO AR-INVOICE-NUMBER.
           MOVE AJ-APPROVAL-STATUS  TO AR-APPROVAL-STATUS.
           MOVE AJ-REQUESTED-BY     TO AR-REQUESTED-BY.
           MOVE AJ-REQUEST-DATE     TO AR-REQUEST-DATE.
           MOVE AJ-APPROVED-BY      TO AR-APPROVED-BY.
           MOVE AJ-APPROVAL-DATE    TO AR-APPROVAL-DATE.
           MOVE AJ-CURRENT-AMOUNT   TO AR-CURRENT-AMOUNT.
           MOVE AJ-PROPOSED-AMOUNT  TO AR-PROPOSED-AMOUNT.
           MOVE AJ-CURRENCY-CODE    TO AR-CURRENCY-CODE.
           MOVE AJ-CHANGE-USD       TO AR-CHANGE-USD.
           MOVE LENGTH OF ADJMNT-REPLY-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(ADJMNT-REPLY-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.

       SEND-ERROR-REPLY.
           MOVE AA-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER.
           MOVE WS-REQUEST-STATUS TO ERROR-STATUS.
           EVALUATE WS-REQUEST-STATUS
               WHEN '14'
                   MOVE 'REQUEST ACTION IS NOT A, R, OR I'
                       TO ERROR-MESSAGE-TEXT
               WHEN '15'
                   MOVE 'NO PENDING ADJUSTMENT FOR THAT INVOICE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '16'
                   MOVE 'APPROVER IS THE REQUESTER, DUAL CONTROL'
                       TO ERROR-MESSAGE-TEXT
               WHEN '18'
                   MOVE 'ADJUSTMENT IS ALREADY APPROVED'
                       TO ERROR-MESSAGE-TEXT
               WHEN OTHER
                   MOVE 'REQUEST REJECTED'
                       TO ERROR-MESSAGE-TEXT
           END-EVALUATE.
           MOVE LENGTH OF ERROR-OUTPUT-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(ERROR-OUTPUT-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.
