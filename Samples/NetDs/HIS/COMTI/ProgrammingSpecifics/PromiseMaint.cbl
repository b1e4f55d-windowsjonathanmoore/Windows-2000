      ***********************************************************
      * PTPMNT -- ONLINE PROMISE-TO-PAY ENTRY AND INQUIRY          *
      *                                                            *
      * A customer's promise to pay used to be a note on the       *
      * collector's desk. This method, in the CUSTMNT style        *
      * (GET-INPUT / validate / SEND-OUTPUT, with the ERRROW.cpy   *
      * error path), records the promise on the PROMISE.cpy file   *
      * -- promised amount, promised date, the collector taking    *
      * it, and up to ten invoices it covers -- or returns the     *
      * customer's current promise on an inquiry. A blank          *
      * collector id defaults to the customer's COLLASGN.cpy       *
      * assignment. Every promise taken writes a CSMT audit line   *
      * in the CUST-# shape CUSTMNT uses. PTPCHK01 judges the      *
      * promise nightly against the payment history.               *
      *                                                            *
      * ERROR-STATUS VALUES SENT ON THE ERRROW PATH:               *
      *   '05' CUSTOMER NUMBER FAILED CHECK DIGIT (AS RSETSAMP)    *
      *   '09' CUSTOMER NOT ON THE DEMOGRAPHIC MASTER              *
      *   '19' REQUEST ACTION IS NOT A OR I                        *
      *   '20' PROMISED AMOUNT IS NOT POSITIVE, OR THE PROMISED    *
      *        DATE IS NOT A VALID DATE AFTER TODAY                *
      *   '21' AN OPEN PROMISE IS ALREADY ON FILE -- IT MUST BE    *
      *        KEPT OR BROKEN BEFORE ANOTHER IS TAKEN              *
      *   '22' NO PROMISE ON FILE FOR THAT CUSTOMER                *
      *   '23' COLLECTOR IS NOT ACTIVE ON THE COLLECTOR MASTER     *
      *   '24' A COVERED INVOICE IS NOT ON FILE FOR THAT CUSTOMER  *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTPMNT.

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
           88  WS-BAD-ACTION                  VALUE '19'.
           88  WS-BAD-PROMISE-TERMS           VALUE '20'.
           88  WS-PROMISE-ALREADY-OPEN        VALUE '21'.
           88  WS-NO-PROMISE-ON-FILE          VALUE '22'.
           88  WS-BAD-COLLECTOR               VALUE '23'.
           88  WS-BAD-COVERED-INVOICE         VALUE '24'.

      *  THE PROMISE REQUEST AS RECEIVED FROM THE CLIENT. THE DATE
      *  COMES IN AS YYYYMMDD THE WAY A CLERK KEYS IT AND IS FOLDED
      *  TO THE FILE'S JULIAN FORM HERE. UNUSED INVOICE SLOTS ARE
      *  ZERO; NO INVOICES AT ALL MEANS THE WHOLE ACCOUNT.
       01  PTPMNT-REQUEST-AREA.
           05  PT-REQUEST-ACTION              PIC X(1).
               88  PT-ACTION-ADD              VALUE 'A'.
               88  PT-ACTION-INQUIRY          VALUE 'I'.
           05  PT-REQUEST-CUSTOMER-NUMBER     PIC 9(9).
           05  PT-PROMISED-AMOUNT             PIC S9(13)V9(2).
           05  PT-PROMISED-YYYYMMDD           PIC 9(8).
           05  PT-COLLECTOR-ID                PIC X(8).
           05  PT-COVERED-INVOICES.
               10  PT-COVERED-INVOICE         OCCURS 10 TIMES
                                              PIC 9(10).

           COPY PROMISE.

           COPY CUSTDEMO.

           COPY COLLMAST.

           COPY COLLASGN.

      *  READ-ONLY LOOK AT THE INVOICE MASTER TO PROVE EACH
      *  COVERED INVOICE BELONGS TO THIS CUSTOMER.
           COPY INVMAST.

       01  ERROR-OUTPUT-AREA.
           COPY ERRROW.

      *  THE SAME CUST-# CSMT AUDIT SHAPE CUSTMNT WRITES.
       01  PT-LOG-MSG.
           05  PT-LOG-ID                      PIC X(7)
                                               VALUE 'CUST #'.
           05  PT-LOG-CUSTOMER-NUMBER         PIC 9(9).
           05  FILLER                         PIC X VALUE SPACE.
           05  PT-LOG-DATE                    PIC 9(8) VALUE ZEROS.
           05  PT-LOG-TIME                    PIC 9(6) VALUE ZEROS.
           05  FILLER                         PIC X VALUE SPACE.
           05  PT-LOG-MSG-BUFFER              PIC X(80) VALUE SPACES.

       01  WS-LOG-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-LOG-AMOUNT                      PIC -(12)9.99.

       01  WS-TODAY-YYYYMMDD                  PIC 9(8).
       01  WS-TODAY-JULIAN                    PIC 9(7).
       01  WS-PROMISE-ON-FILE-FLAG            PIC X.
           88  WS-PROMISE-ON-FILE             VALUE 'Y'.
       01  WS-INVOICE-SUB                     PIC S9(4) COMP.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           SET WS-REQUEST-OK TO TRUE.

           MOVE LENGTH OF PTPMNT-REQUEST-AREA TO RECEIVE-LENGTH.
           EXEC CICS RECEIVE INTO(PTPMNT-REQUEST-AREA)
                 LENGTH(RECEIVE-LENGTH)
                 MAXLENGTH(RECEIVE-LENGTH)
                 NOTRUNCATE
                 RESP(CMD-RESP)
           END-EXEC.

           PERFORM VALIDATE-THE-REQUEST.

           IF WS-REQUEST-OK
               PERFORM READ-PROMISE-RECORD
           END-IF.

           IF WS-REQUEST-OK
               IF PT-ACTION-ADD
                   PERFORM TAKE-THE-PROMISE THRU
                           TAKE-THE-PROMISE-EXIT
               ELSE
                   IF NOT WS-PROMISE-ON-FILE
                       SET WS-NO-PROMISE-ON-FILE TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF WS-REQUEST-OK
               PERFORM SEND-PROMISE-REPLY
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
           IF NOT PT-ACTION-ADD AND NOT PT-ACTION-INQUIRY
               SET WS-BAD-ACTION TO TRUE
           END-IF.

           IF WS-REQUEST-OK
               CALL 'VALIDATECUSTOMERNUMBER'
                   USING PT-REQUEST-CUSTOMER-NUMBER
                         WS-VALCUSNO-STATUS
               IF NOT WS-VALCUSNO-OK
                   SET WS-BAD-CHECK-DIGIT TO TRUE
               END-IF
           END-IF.

       READ-PROMISE-RECORD.
           MOVE 'N' TO WS-PROMISE-ON-FILE-FLAG.
           MOVE PT-REQUEST-CUSTOMER-NUMBER TO PM-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('PROMISE')
                INTO(PROMISE-TO-PAY-RECORD)
                RIDFLD(PM-CUSTOMER-NUMBER)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP = DFHRESP(NORMAL)
               SET WS-PROMISE-ON-FILE TO TRUE
           END-IF.

      *****************************************************************
      *  A NEW PROMISE: THE CUSTOMER MUST BE ON FILE, THE TERMS MUST   *
      *  MAKE SENSE, THE COLLECTOR MUST BE ACTIVE, AND EVERY COVERED   *
      *  INVOICE MUST BE THIS CUSTOMER'S. A KEPT OR BROKEN PROMISE IS  *
      *  REPLACED; AN OPEN ONE IS NOT.                                 *
      *****************************************************************
       TAKE-THE-PROMISE.
           IF WS-PROMISE-ON-FILE AND PM-PROMISE-OPEN
               SET WS-PROMISE-ALREADY-OPEN TO TRUE
               GO TO TAKE-THE-PROMISE-EXIT
           END-IF.

           MOVE PT-REQUEST-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER.
           EXEC CICS READ FILE('CUSTDEMO')
                INTO(CUSTOMER-DEMOGRAPHIC-RECORD)
                RIDFLD(CD-CUSTOMER-NUMBER)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-CUSTOMER-NOT-FOUND TO TRUE
               GO TO TAKE-THE-PROMISE-EXIT
           END-IF.

           PERFORM STAMP-TODAY.
           IF PT-PROMISED-AMOUNT NOT NUMERIC OR
              PT-PROMISED-AMOUNT NOT > 0 OR
              PT-PROMISED-YYYYMMDD NOT NUMERIC
               SET WS-BAD-PROMISE-TERMS TO TRUE
               GO TO TAKE-THE-PROMISE-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(PT-PROMISED-YYYYMMDD)
                   NOT = 0 OR
              PT-PROMISED-YYYYMMDD NOT > WS-TODAY-YYYYMMDD
               SET WS-BAD-PROMISE-TERMS TO TRUE
               GO TO TAKE-THE-PROMISE-EXIT
           END-IF.

           PERFORM RESOLVE-THE-COLLECTOR.
           IF NOT WS-REQUEST-OK
               GO TO TAKE-THE-PROMISE-EXIT
           END-IF.

           PERFORM VARYING WS-INVOICE-SUB FROM 1 BY 1
                   UNTIL WS-INVOICE-SUB > 10 OR NOT WS-REQUEST-OK
               IF PT-COVERED-INVOICE(WS-INVOICE-SUB) NOT NUMERIC
                   SET WS-BAD-COVERED-INVOICE TO TRUE
               ELSE
                   IF PT-COVERED-INVOICE(WS-INVOICE-SUB) > 0
                       PERFORM CHECK-COVERED-INVOICE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-REQUEST-OK
               GO TO TAKE-THE-PROMISE-EXIT
           END-IF.

           IF WS-PROMISE-ON-FILE
               MOVE PT-REQUEST-CUSTOMER-NUMBER TO PM-CUSTOMER-NUMBER
               EXEC CICS READ FILE('PROMISE')
                    INTO(PROMISE-TO-PAY-RECORD)
                    RIDFLD(PM-CUSTOMER-NUMBER)
                    UPDATE
                    RESP(READ-RESP)
               END-EXEC
           END-IF.

           PERFORM BUILD-THE-PROMISE.

           IF WS-PROMISE-ON-FILE
               EXEC CICS REWRITE FILE('PROMISE')
                    FROM(PROMISE-TO-PAY-RECORD)
                    RESP(CMD-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('PROMISE')
                    FROM(PROMISE-TO-PAY-RECORD)
                    RIDFLD(PM-CUSTOMER-NUMBER)
                    RESP(CMD-RESP)
               END-EXEC
           END-IF.

           PERFORM WRITE-AUDIT-MSG.

       TAKE-THE-PROMISE-EXIT.
           EXIT.

      *  A BLANK COLLECTOR ID MEANS "WHOEVER OWNS THE ACCOUNT" --
      *  THE COLLASGN ASSIGNMENT. EITHER WAY THE COLLECTOR MUST BE
      *  ACTIVE ON COLLMAST SO THE PROMISE LANDS ON A REAL WORKLIST.
       RESOLVE-THE-COLLECTOR.
           IF PT-COLLECTOR-ID = SPACES
               MOVE PT-REQUEST-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
               EXEC CICS READ FILE('COLLASGN')
                    INTO(COLLECTOR-ASSIGNMENT-RECORD)
                    RIDFLD(CA-CUSTOMER-NUMBER)
                    RESP(READ-RESP)
               END-EXEC
               IF READ-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BAD-COLLECTOR TO TRUE
               ELSE
                   MOVE CA-COLLECTOR-ID TO PT-COLLECTOR-ID
               END-IF
           END-IF.

           IF WS-REQUEST-OK
               MOVE PT-COLLECTOR-ID TO CL-COLLECTOR-ID
               EXEC CICS READ FILE('COLLMAST')
                    INTO(COLLECTOR-MASTER-RECORD)
                    RIDFLD(CL-COLLECTOR-ID)
                    RESP(READ-RESP)
               END-EXEC
               IF READ-RESP NOT = DFHRESP(NORMAL) OR
                  NOT CL-COLLECTOR-ACTIVE
                   SET WS-BAD-COLLECTOR TO TRUE
               END-IF
           END-IF.

       CHECK-COVERED-INVOICE.
           MOVE PT-REQUEST-CUSTOMER-NUMBER TO IM-CUSTOMER-NUMBER.
           MOVE PT-COVERED-INVOICE(WS-INVOICE-SUB)
               TO IM-INVOICE-NUMBER.
           EXEC CICS READ FILE('INVMAST')
                INTO(INVOICE-MASTER-RECORD)
                RIDFLD(IM-KEY)
                RESP(READ-RESP)
           END-EXEC.
           IF READ-RESP NOT = DFHRESP(NORMAL)
               SET WS-BAD-COVERED-INVOICE TO TRUE
           END-IF.

      *  THE COVERED INVOICES ARE PACKED TO THE FRONT OF THE LIST
      *  SO PM-INVOICE-COUNT BOUNDS EVERY LATER SCAN.
       BUILD-THE-PROMISE.
           INITIALIZE PROMISE-TO-PAY-RECORD.
           MOVE PT-REQUEST-CUSTOMER-NUMBER TO PM-CUSTOMER-NUMBER.
           MOVE PT-PROMISED-AMOUNT TO PM-PROMISED-AMOUNT.
           COMPUTE PM-PROMISED-DATE =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PT-PROMISED-YYYYMMDD)).
           MOVE WS-TODAY-JULIAN TO PM-TAKEN-DATE.
           MOVE PT-COLLECTOR-ID TO PM-COLLECTOR-ID.
           SET PM-PROMISE-OPEN TO TRUE.
           MOVE 0 TO PM-AMOUNT-RECEIVED.
           MOVE 0 TO PM-CLOSED-DATE.
           MOVE 0 TO PM-INVOICE-COUNT.
           PERFORM VARYING WS-INVOICE-SUB FROM 1 BY 1
                   UNTIL WS-INVOICE-SUB > 10
               IF PT-COVERED-INVOICE(WS-INVOICE-SUB) > 0
                   ADD 1 TO PM-INVOICE-COUNT
                   MOVE PT-COVERED-INVOICE(WS-INVOICE-SUB)
                       TO PM-COVERED-INVOICE(PM-INVOICE-COUNT)
               END-IF
           END-PERFORM.

       STAMP-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(WS-TODAY-YYYYMMDD)
                                END-EXEC.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)).

      *  ONE CSMT LINE PER PROMISE TAKEN -- HOW MUCH, BY WHEN, AND
      *  WHICH COLLECTOR OWNS IT.
       WRITE-AUDIT-MSG.
           MOVE PM-CUSTOMER-NUMBER TO PT-LOG-CUSTOMER-NUMBER.
           MOVE PM-PROMISED-AMOUNT TO WS-LOG-AMOUNT.
           MOVE SPACES TO PT-LOG-MSG-BUFFER.
           STRING 'PTPMNT PROMISE AMT=' DELIMITED SIZE
                  WS-LOG-AMOUNT        DELIMITED SIZE
                  ' BY='               DELIMITED SIZE
                  PT-PROMISED-YYYYMMDD DELIMITED SIZE
                  ' COLL='             DELIMITED SIZE
                  PM-COLLECTOR-ID      DELIMITED SIZE
                  INTO PT-LOG-MSG-BUFFER
           END-STRING.

           EXEC CICS ASKTIME ABSTIME(WS-LOG-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOG-ABSTIME)
                                YYYYMMDD(PT-LOG-DATE)
                                TIME(PT-LOG-TIME)
                                END-EXEC.
           MOVE LENGTH OF PT-LOG-MSG TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                               FROM(PT-LOG-MSG)
                               LENGTH(HW-LENGTH)
                               NOHANDLE
                               END-EXEC.

       SEND-PROMISE-REPLY.
           MOVE LENGTH OF PROMISE-TO-PAY-RECORD TO SEND-LENGTH.
           EXEC CICS SEND FROM(PROMISE-TO-PAY-RECORD)
                          LENGTH(SEND-LENGTH)
           END-EXEC.

       SEND-ERROR-REPLY.
           MOVE PT-REQUEST-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER.
           MOVE WS-REQUEST-STATUS TO ERROR-STATUS.
           EVALUATE WS-REQUEST-STATUS
               WHEN '05'
                   MOVE 'CUSTOMER NUMBER FAILED CHECK DIGIT'
                       TO ERROR-MESSAGE-TEXT
               WHEN '09'
                   MOVE 'CUSTOMER NOT ON FILE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '19'
                   MOVE 'REQUEST ACTION IS NOT A OR I'
                       TO ERROR-MESSAGE-TEXT
               WHEN '20'
                   MOVE 'PROMISED AMOUNT OR DATE IS NOT VALID'
                       TO ERROR-MESSAGE-TEXT
               WHEN '21'
                   MOVE 'AN OPEN PROMISE IS ALREADY ON FILE'
                       TO ERROR-MESSAGE-TEXT
               WHEN '22'
                   MOVE 'NO PROMISE ON FILE FOR THAT CUSTOMER'
                       TO ERROR-MESSAGE-TEXT
               WHEN '23'
                   MOVE 'COLLECTOR IS NOT ACTIVE ON THE MASTER'
                       TO ERROR-MESSAGE-TEXT
               WHEN '24'
                   MOVE 'COVERED INVOICE NOT ON FILE FOR CUSTOMER'
                       TO ERROR-MESSAGE-TEXT
               WHEN OTHER
                   MOVE 'REQUEST REJECTED'
                       TO ERROR-MESSAGE-TEXT
           END-EVALUATE.
           MOVE LENGTH OF ERROR-OUTPUT-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(ERROR-OUTPUT-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.
