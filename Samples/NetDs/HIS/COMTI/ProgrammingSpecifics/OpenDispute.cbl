      ***********************************************************
      * DSPOPEN -- CLIENT-INITIATED DISPUTE                        *
      *                                                            *
      * Disputes used to reach us by phone and email and were      *
      * keyed through DISPUTE1's transaction file a day later,     *
      * while the dunning run kept writing to the client about the *
      * very invoice in question. This method, in the PTPMNT style *
      * (RECEIVE / validate / SEND, with the ERRROW.cpy error      *
      * path), lets the client raise the dispute itself: the       *
      * invoice is read for update from INVMAST.cpy under the      *
      * client's customer number, IM-INVOICE-HOLD-STATUS is set to *
      * held (journaled through WRITEINVJOURNAL as DISPUTE1 does), *
      * and a DSPCASE.cpy case is opened with the reason code, the *
      * client's note and a case reference built from the Julian   *
      * date and the CICS task number -- the SENDINV submission-id *
      * form. The reference comes back on the reply, a CSMT audit  *
      * line is written in the CUST-# shape, and                   *
      * Batch/DSPNEW01.CBL lists the new client-raised cases for   *
      * the disputes team next morning.                            *
      *                                                            *
      * ERROR-STATUS VALUES SENT ON THE ERRROW PATH:               *
      *   '05' CUSTOMER NUMBER FAILED CHECK DIGIT (AS RSETSAMP)    *
      *   '30' INVOICE NOT ON FILE FOR THAT CUSTOMER               *
      *   '31' INVOICE IS A VOID OR CREDIT MEMO, OR IS PAID        *
      *   '32' INVOICE IS ALREADY ON HOLD                          *
      *   '33' REASON CODE IS BLANK                                *
      *   '34' MASTER OR CASE FILE COULD NOT BE UPDATED            *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPOPEN.

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
           88  WS-INVOICE-NOT-FOUND           VALUE '30'.
           88  WS-INVOICE-NOT-DISPUTABLE      VALUE '31'.
           88  WS-INVOICE-ALREADY-HELD        VALUE '32'.
           88  WS-REASON-MISSING              VALUE '33'.
           88  WS-UPDATE-FAILED               VALUE '34'.

      *  THE DISPUTE AS RAISED BY THE CLIENT. THE REASON CODE IS
      *  THE SAME FOUR-CHARACTER CODE AN ANALYST KEYS ON DISPUTE1'S
      *  TRANSACTION FILE; THE NOTE IS KEPT ON THE CASE AS WRITTEN.
       01  DSPOPEN-REQUEST-AREA.
           05  DO-REQUEST-CUSTOMER-NUMBER     PIC 9(9).
           05  DO-REQUEST-INVOICE-NUMBER      PIC 9(10).
           05  DO-REASON-CODE                 PIC X(4).
           05  DO-CLIENT-NOTE                 PIC X(200).

      *  WHAT THE CLIENT GETS BACK -- THE REFERENCE TO QUOTE WHEN
      *  THEY CALL ABOUT THE CASE.
       01  DSPOPEN-REPLY-AREA.
           05  REPLY-CUSTOMER-NUMBER          PIC 9(9).
           05  REPLY-INVOICE-NUMBER           PIC 9(10).
           05  REPLY-CASE-REFERENCE           PIC X(13).
           05  REPLY-OPEN-YYYYMMDD            PIC 9(8).
           05  REPLY-CASE-STATUS              PIC X(1).

           COPY INVMAST.

           COPY DSPCASE.

      *  BEFORE/AFTER IMAGES FOR THE INVOICE-MASTER JOURNAL.
       01  WS-JOURNAL-ACTION                  PIC X(1) VALUE 'R'.
       01  WS-JOURNAL-PROGRAM                 PIC X(8)
                                               VALUE 'DSPOPEN'.
       01  WS-JOURNAL-BEFORE                  PIC X(4256).
       01  WS-JOURNAL-AFTER                   PIC X(4256).

       01  ERROR-OUTPUT-AREA.
           COPY ERRROW.

      *  THE SAME CUST-# CSMT AUDIT SHAPE CUSTMNT WRITES.
       01  DO-LOG-MSG.
           05  DO-LOG-ID                      PIC X(7)
                                               VALUE 'CUST #'.
           05  DO-LOG-CUSTOMER-NUMBER         PIC 9(9).
           05  FILLER                         PIC X VALUE SPACE.
           05  DO-LOG-DATE                    PIC 9(8) VALUE ZEROS.
           05  DO-LOG-TIME                    PIC 9(6) VALUE ZEROS.
           05  FILLER                         PIC X VALUE SPACE.
           05  DO-LOG-MSG-BUFFER              PIC X(80) VALUE SPACES.

       01  WS-LOG-ABSTIME                     PIC S9(15) COMP-3.

       01  WS-TODAY-YYYYMMDD                  PIC 9(8).
       01  WS-TODAY-JULIAN                    PIC 9(7).
       01  WS-STAMP-TIME                      PIC 9(6).
       01  WS-NEW-STAMP                       PIC X(14).
       01  WS-NEW-STAMP-NUM REDEFINES WS-NEW-STAMP
                                              PIC 9(14).
       01  WS-CASE-REFERENCE.
           05  WS-REF-DATE-PART               PIC 9(7).
           05  WS-REF-TASK-PART               PIC 9(6).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           SET WS-REQUEST-OK TO TRUE.

           MOVE LENGTH OF DSPOPEN-REQUEST-AREA TO RECEIVE-LENGTH.
           EXEC CICS RECEIVE INTO(DSPOPEN-REQUEST-AREA)
                 LENGTH(RECEIVE-LENGTH)
                 MAXLENGTH(RECEIVE-LENGTH)
                 NOTRUNCATE
                 RESP(CMD-RESP)
           END-EXEC.

           PERFORM VALIDATE-THE-REQUEST.

           IF WS-REQUEST-OK
               PERFORM OPEN-THE-DISPUTE THRU OPEN-THE-DISPUTE-EXIT
           END-IF.

           IF WS-REQUEST-OK
               PERFORM SEND-DISPUTE-REPLY
           ELSE
               PERFORM SEND-ERROR-REPLY
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *
      *  THE CUSTOMER NUMBER GOES THROUGH VALIDATECUSTOMERNUMBER
      *  BEFORE IT IS USED TO READ ANYTHING, THE SAME GUARD
      *  CUSTMNT APPLIES.
      *
       VALIDATE-THE-REQUEST.
           CALL 'VALIDATECUSTOMERNUMBER'
               USING DO-REQUEST-CUSTOMER-NUMBER
                     WS-VALCUSNO-STATUS.
           IF NOT WS-VALCUSNO-OK
               SET WS-BAD-CHECK-DIGIT TO TRUE
           END-IF.

           IF WS-REQUEST-OK AND DO-REASON-CODE = SPACES
               SET WS-REASON-MISSING TO TRUE
           END-IF.

      *****************************************************************
      *  THE INVOICE IS READ FOR UPDATE UNDER THE CALLER'S OWN         *
      *  CUSTOMER NUMBER, SO A CLIENT CAN ONLY EVER HOLD ITS OWN       *
      *  INVOICES. ONLY AN OPEN CHARGE CAN BE DISPUTED, AND A HELD     *
      *  ONE ALREADY HAS ITS CASE. THE CASE IS WRITTEN BEFORE THE      *
      *  MASTER IS REWRITTEN; IF THE REWRITE THEN FAILS THE CASE IS    *
      *  BACKED OUT WITH THE UNIT OF WORK, SO THE TWO NEVER DISAGREE.  *
      *****************************************************************
       OPEN-THE-DISPUTE.
           MOVE DO-REQUEST-CUSTOMER-NUMBER TO IM-CUSTOMER-NUMBER.
           MOVE DO-REQUEST-INVOICE-NUMBER  TO IM-INVOICE-NUMBER.
           EXEC CICS READ FILE('INVMAST')
                INTO(INVOICE-MASTER-RECORD)
                RIDFLD(IM-KEY)
                UPDATE
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-INVOICE-NOT-FOUND TO TRUE
               GO TO OPEN-THE-DISPUTE-EXIT
           END-IF.

           IF IM-TYPE-VOID OR IM-TYPE-CREDIT-MEMO OR IM-INVOICE-PAID
               SET WS-INVOICE-NOT-DISPUTABLE TO TRUE
           ELSE
               IF IM-INVOICE-ON-HOLD
                   SET WS-INVOICE-ALREADY-HELD TO TRUE
               END-IF
           END-IF.
           IF NOT WS-REQUEST-OK
               EXEC CICS UNLOCK FILE('INVMAST') END-EXEC
               GO TO OPEN-THE-DISPUTE-EXIT
           END-IF.

           PERFORM STAMP-TODAY.
           MOVE WS-TODAY-JULIAN TO WS-REF-DATE-PART.
           MOVE EIBTASKN        TO WS-REF-TASK-PART.

           PERFORM WRITE-THE-CASE.
           IF NOT WS-REQUEST-OK
               EXEC CICS UNLOCK FILE('INVMAST') END-EXEC
               GO TO OPEN-THE-DISPUTE-EXIT
           END-IF.

           MOVE INVOICE-MASTER-RECORD TO WS-JOURNAL-BEFORE.
           SET IM-INVOICE-ON-HOLD TO TRUE.
           MOVE WS-TODAY-JULIAN  TO IM-LAST-MODIFIED.
           MOVE WS-NEW-STAMP-NUM TO IM-MODIFICATION-STAMP.
           EXEC CICS REWRITE FILE('INVMAST')
                FROM(INVOICE-MASTER-RECORD)
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               SET WS-UPDATE-FAILED TO TRUE
               GO TO OPEN-THE-DISPUTE-EXIT
           END-IF.

           MOVE INVOICE-MASTER-RECORD TO WS-JOURNAL-AFTER.
           CALL 'WRITEINVJOURNAL' USING WS-JOURNAL-ACTION
                                        WS-JOURNAL-PROGRAM
                                        WS-JOURNAL-BEFORE
                                        WS-JOURNAL-AFTER.

           PERFORM WRITE-AUDIT-MSG.

       OPEN-THE-DISPUTE-EXIT.
           EXIT.

      *  A CLOSED CASE FROM AN EARLIER DISPUTE ON THE SAME INVOICE
      *  IS REOPENED IN PLACE, THE WAY DISPUTE1 REOPENS IT.
       WRITE-THE-CASE.
           PERFORM BUILD-THE-CASE.
           EXEC CICS WRITE FILE('DSPCASE')
                FROM(DISPUTE-CASE-RECORD)
                RIDFLD(DC-KEY)
                RESP(CMD-RESP)
           END-EXEC.
           IF CMD-RESP = DFHRESP(DUPREC)
               EXEC CICS READ FILE('DSPCASE')
                    INTO(DISPUTE-CASE-RECORD)
                    RIDFLD(DC-KEY)
                    UPDATE
                    RESP(READ-RESP)
               END-EXEC
               PERFORM BUILD-THE-CASE
               IF READ-RESP = DFHRESP(NORMAL)
                   EXEC CICS REWRITE FILE('DSPCASE')
                        FROM(DISPUTE-CASE-RECORD)
                        RESP(CMD-RESP)
                   END-EXEC
               ELSE
                   MOVE READ-RESP TO CMD-RESP
               END-IF
           END-IF.
           IF CMD-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAILED TO TRUE
           END-IF.

      *  NO ANALYST YET -- THE DISPUTES TEAM PICKS THE CASE UP FROM
      *  DSPNEW01'S LIST, WHICH IS WHAT THE NOT-REPORTED FLAG DRIVES.
       BUILD-THE-CASE.
           MOVE DO-REQUEST-CUSTOMER-NUMBER TO DC-CUSTOMER-NUMBER.
           MOVE DO-REQUEST-INVOICE-NUMBER  TO DC-INVOICE-NUMBER.
           MOVE WS-TODAY-JULIAN            TO DC-OPEN-DATE.
           MOVE DO-REASON-CODE             TO DC-REASON-CODE.
           MOVE SPACES                     TO DC-ANALYST-ID.
           MOVE 0                          TO DC-RESOLUTION-DATE.
           SET DC-CASE-OPEN TO TRUE.
           MOVE WS-CASE-REFERENCE          TO DC-CASE-REFERENCE.
           SET DC-SOURCE-CLIENT TO TRUE.
           MOVE DO-CLIENT-NOTE             TO DC-CLIENT-NOTE.
           SET DC-CASE-NOT-REPORTED TO TRUE.

       STAMP-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(WS-TODAY-YYYYMMDD)
                                YYYYDDD(WS-TODAY-JULIAN)
                                TIME(WS-STAMP-TIME)
                                END-EXEC.
           MOVE WS-TODAY-YYYYMMDD TO WS-NEW-STAMP(1:8).
           MOVE WS-STAMP-TIME     TO WS-NEW-STAMP(9:6).

      *  ONE CSMT LINE PER DISPUTE OPENED -- WHICH INVOICE, WHY,
      *  AND THE REFERENCE THE CLIENT WAS GIVEN.
       WRITE-AUDIT-MSG.
           MOVE DO-REQUEST-CUSTOMER-NUMBER TO DO-LOG-CUSTOMER-NUMBER.
           MOVE SPACES TO DO-LOG-MSG-BUFFER.
           STRING 'DSPOPEN HOLD INV='       DELIMITED SIZE
                  DO-REQUEST-INVOICE-NUMBER DELIMITED SIZE
                  ' RSN='                   DELIMITED SIZE
                  DO-REASON-CODE            DELIMITED SIZE
                  ' REF='                   DELIMITED SIZE
                  WS-CASE-REFERENCE         DELIMITED SIZE
                  INTO DO-LOG-MSG-BUFFER
           END-STRING.

           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(DO-LOG-DATE)
                                TIME(DO-LOG-TIME)
                                END-EXEC.
           MOVE LENGTH OF DO-LOG-MSG TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                               FROM(DO-LOG-MSG)
                               LENGTH(HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

       SEND-DISPUTE-REPLY.
           MOVE DO-REQUEST-CUSTOMER-NUMBER TO REPLY-CUSTOMER-NUMBER.
           MOVE DO-REQUEST-INVOICE-NUMBER  TO REPLY-INVOICE-NUMBER.
           MOVE WS-CASE-REFERENCE          TO REPLY-CASE-REFERENCE.
           MOVE WS-TODAY-YYYYMMDD          TO REPLY-OPEN-YYYYMMDD.
           MOVE DC-CASE-STATUS             TO REPLY-CASE-STATUS.
           MOVE LENGTH OF DSPOPEN-REPLY-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(DSPOPEN-REPLY-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.

       SEND-ERROR-REPLY.
           MOVE DO-REQUEST-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER.
           MOVE WS-REQUEST-STATUS TO ERROR-STATUS.
           EVALUATE WS-REQUEST-STATUS
               WHEN '05'
                   MOVE 'CUSTOMER NUMBER FAILED CHECK DIGIT'
                       TO ERROR-MESSAGE-TEXT
               WHEN '30'
                   MOVE 'INVOICE NOT ON FILE FOR CUSTOMER'
                       TO ERROR-MESSAGE-TEXT
               WHEN '31'
                   MOVE 'INVOICE IS VOID, A CREDIT MEMO, OR PAID'
                       TO ERROR-MESSAGE-TEXT
               WHEN '32'
                   MOVE 'INVOICE IS ALREADY ON HOLD'
                       TO ERROR-MESSAGE-TEXT
               WHEN '33'
                   MOVE 'DISPUTE REASON CODE IS BLANK'
                       TO ERROR-MESSAGE-TEXT
               WHEN '34'
                   MOVE 'DISPUTE COULD NOT BE RECORDED, RETRY'
                       TO ERROR-MESSAGE-TEXT
               WHEN OTHER
                   MOVE 'REQUEST REJECTED'
                       TO ERROR-MESSAGE-TEXT
           END-EVALUATE.
           MOVE LENGTH OF ERROR-OUTPUT-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(ERROR-OUTPUT-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.
