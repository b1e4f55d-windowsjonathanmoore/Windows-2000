      *   '45' CREDIT MEMO WITHOUT A VALID REASON CODE             *
      *   '46' TRANSACTION TYPE IS NOT C OR M                      *
      *   '47' QUANTITY TIMES PRICE DOES NOT EXTEND TO AMOUNT      *
      *   '48' CHARGE WITHOUT A PO FOR A PO-REQUIRED CUSTOMER      *
      *   '49' SHIP-TO SITE NOT ON FILE OR CLOSED                  *
      * A CUSTOMER NUMBER THAT FAILS ITS CHECK DIGIT REJECTS THE   *
      * WHOLE SET THROUGH THE ERRROW.cpy ERROR PATH, AS RSETSAMP   *
      * DOES -- AS DOES A CUSTOMER CRHOLD01 HAS PUT ON CREDIT      *
      * HOLD, SO THE INTAKE CANNOT STACK NEW CHARGES ONTO AN       *
      * ACCOUNT COLLECTIONS HAS FROZEN -- AND A NEW CUSTOMER WHOSE *
      * CREDIT APPLICATION HAS NOT YET BEEN APPROVED (CRAMNT).     *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENDINV.
           88  WS-RECEIVE-FAILED              VALUE '04'.
           88  WS-BAD-CHECK-DIGIT             VALUE '05'.
           88  WS-CUSTOMER-ON-HOLD            VALUE '06'.
           88  WS-CUSTOMER-PENDING            VALUE '07'.

       01  CUSTOMER-DATA.
           05  CUSTOMER-NUMBER                  PIC 9(9).
               10  INVOICE-QUANTITY             PIC 9(7) COMP-3.
               10  INVOICE-UNIT-PRICE           PIC S9(9)V9(2)
                                                COMP-3.
      *
      *  THE CUSTOMER'S PURCHASE-ORDER NUMBER -- REQUIRED ON A
      *  CHARGE WHEN THE CUSTOMER IS FLAGGED CD-PO-REQUIRED, SINCE
      *  THEIR PAYABLES WILL REJECT AN INVOICE THAT DOES NOT QUOTE
      *  ONE. OPTIONAL OTHERWISE.
      *
               10  INVOICE-PO-NUMBER            PIC X(20).
      *
      *  THE CUSTOMER'S DELIVERY SITE ON THE SHIPTO FILE -- THE
      *  CHARGE IS TAXED WHERE IT SHIPS. SPACES TAXES IT AT THE
      *  BILL-TO ADDRESS.
      *
               10  INVOICE-SHIP-TO-ID           PIC X(4).
               10  INVOICE-DESCRIPTION          PIC X(4096).

      *  PER-ROW DISPOSITION SENT BACK TO THE CLIENT -- ONE STATUS

           COPY SUBSTAT.

           COPY SHIPTO.

           COPY INVTRAN.

       01  ERROR-OUTPUT-AREA.
       01  WS-EXTENSION-DIFFERENCE            PIC S9(13)V9(2) COMP-3.
       01  WS-ROW-UNIT-PRICE                  PIC S9(9)V9(2) COMP-3.

      *  TAKEN FROM THE CUSTDEMO READ BEFORE THE ROWS ARE JUDGED --
      *  THE ROW EDITS READ OTHER FILES INTO THEIR OWN AREAS, BUT
      *  THE FLAG IS KEPT APART SO NOTHING CAN DISTURB IT.
       01  WS-PO-REQUIRED-FLAG                PIC X VALUE 'N'.
           88  WS-PO-REQUIRED                 VALUE 'Y'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
               PERFORM SEND-ERROR-REPLY
               EXEC CICS RETURN END-EXEC
           END-IF.
      *  NOR DOES A NEW CUSTOMER CREDIT HAS NOT YET APPROVED --
      *  INVPOST1 WOULD ONLY REJECT EVERY CHARGE IN THE SET.
           IF READ-RESP = DFHRESP(NORMAL) AND CD-CUSTOMER-PENDING
               SET WS-CUSTOMER-PENDING TO TRUE
               PERFORM SEND-ERROR-REPLY
               EXEC CICS RETURN END-EXEC
           END-IF.
           IF READ-RESP = DFHRESP(NORMAL) AND CD-PO-REQUIRED
               SET WS-PO-REQUIRED TO TRUE
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-SEND-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-SEND-ABSTIME)
               END-IF
           END-IF.

      *  SAME RULE INVPOST1 ENFORCES -- CATCHING IT HERE TELLS THE
      *  CLIENT AT ONCE INSTEAD OF AFTER THE POSTING RUN.
           IF REPLY-ROW-STATUS(ROW-SUB) = '00' AND
              WS-PO-REQUIRED AND
              INVOICE-TRANSACTION-TYPE(ROW-SUB) NOT = 'M' AND
              INVOICE-PO-NUMBER(ROW-SUB) = SPACES
               MOVE '48' TO REPLY-ROW-STATUS(ROW-SUB)
           END-IF.

      *  A QUOTED SITE MUST BE ONE OF THE CUSTOMER'S OPEN SITES.
      *  ANY READ FAILURE OTHER THAN NOT-FOUND IS LEFT FOR
      *  INVPOST1 TO JUDGE AGAINST THE FILE IN BATCH.
           IF REPLY-ROW-STATUS(ROW-SUB) = '00' AND
              INVOICE-SHIP-TO-ID(ROW-SUB) NOT = SPACES
               MOVE CUSTOMER-NUMBER TO SL-CUSTOMER-NUMBER
               MOVE INVOICE-SHIP-TO-ID(ROW-SUB) TO SL-SHIP-TO-ID
               EXEC CICS READ FILE('SHIPTO')
                    INTO(SHIP-TO-RECORD)
                    RIDFLD(SL-KEY)
                    RESP(READ-RESP)
               END-EXEC
               IF READ-RESP = DFHRESP(NOTFND) OR
                  (READ-RESP = DFHRESP(NORMAL) AND
                   SL-LOCATION-CLOSED)
                   MOVE '49' TO REPLY-ROW-STATUS(ROW-SUB)
               END-IF
           END-IF.

           IF REPLY-ROW-STATUS(ROW-SUB) = '00'
               PERFORM HAND-ROW-TO-POSTING
               PERFORM RECORD-PENDING-STATUS
           MOVE INVOICE-QUANTITY(ROW-SUB)   TO TR-QUANTITY.
           MOVE INVOICE-UNIT-PRICE(ROW-SUB) TO TR-UNIT-PRICE.
           MOVE WS-SUBMISSION-ID            TO TR-SUBMISSION-ID.
           MOVE INVOICE-PO-NUMBER(ROW-SUB)  TO TR-PO-NUMBER.
           MOVE INVOICE-SHIP-TO-ID(ROW-SUB) TO TR-SHIP-TO-ID.

           MOVE LENGTH OF INVOICE-TRANSACTION-RECORD TO HW-LENGTH.
           EXEC CICS WRITEQ TD QUEUE('INVT')
               WHEN '06'
                   MOVE 'CUSTOMER IS ON CREDIT HOLD'
                       TO ERROR-MESSAGE-TEXT
               WHEN '07'
                   MOVE 'CUSTOMER IS PENDING CREDIT APPROVAL'
                       TO ERROR-MESSAGE-TEXT
               WHEN OTHER
                   MOVE 'REQUEST REJECTED'
                       TO ERROR-MESSAGE-TEXT
