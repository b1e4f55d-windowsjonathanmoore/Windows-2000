      * the LASTPAY record WritePaymentHistory maintains, the      *
      * open DSPCASE count, and the active hold states -- the      *
      * customer-level credit hold plus the count of on-hold       *
      * invoices -- and the customer's CUSTCONT.cpy contacts with  *
      * their roles, so the desk calls the right person.           *
      *                                                            *
      * ERROR-STATUS VALUES SENT ON THE ERRROW PATH:               *
      *   '05' CUSTOMER NUMBER FAILED CHECK DIGIT (AS RSETSAMP)    *
           05  C3-LAST-PAYMENT-DATE           PIC 9(7) COMP-3.
           05  C3-LAST-PAYMENT-AMOUNT         PIC S9(13)V9(2) COMP-3.
           05  C3-OPEN-DISPUTE-COUNT          PIC 9(7) COMP-3.
      *  EVERY CONTACT ON FILE, ACTIVE OR NOT, LOWEST SEQUENCE
      *  FIRST -- CONTMNT NEVER LETS A CUSTOMER HOLD MORE THAN
      *  THE TABLE HOLDS.
           05  C3-CONTACT-COUNT               PIC 9(3).
           05  C3-CONTACT-ROWS.
               10  CONTACT-ROW OCCURS 20 TIMES.
                   COPY CONTROW.

           COPY CUSTDEMO.


           COPY LASTPAY.

           COPY CUSTCONT.

       01  ERROR-OUTPUT-AREA.
           COPY ERRROW.

       01  WS-DAYS-OLD                        PIC S9(9) COMP.
       01  WS-USD-AMOUNT                      PIC S9(13)V9(2) COMP-3.
       01  WS-RESIDUAL-AMOUNT                 PIC S9(13)V9(2) COMP-3.
       01  WS-MAX-CONTACTS                    PIC 9(3) VALUE 20.
       01  WS-BROWSE-DONE-FLAG                PIC X.
           88  WS-BROWSE-DONE                 VALUE 'Y'.

           PERFORM BROWSE-OPEN-INVOICES.
           PERFORM READ-LAST-PAYMENT.
           PERFORM COUNT-OPEN-DISPUTES.
           PERFORM LIST-CUSTOMER-CONTACTS.

      *****************************************************************
      *  ONE BROWSE DOWN THE CUSTOMER'S INVOICES: OPEN ITEMS ROLL      *
               END-IF
           END-IF.

      *  THE CONTACT FILE CONTMNT MAINTAINS -- A CUSTOMER WITH NO
      *  CONTACTS YET COMES BACK WITH A ZERO COUNT.
       LIST-CUSTOMER-CONTACTS.
           MOVE C3-REQUEST-CUSTOMER-NUMBER TO CC-CUSTOMER-NUMBER.
           MOVE 0 TO CC-CONTACT-SEQUENCE.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.

           EXEC CICS STARTBR FILE('CUSTCONT')
                RIDFLD(CC-KEY)
                GTEQ
                RESP(BROWSE-RESP)
           END-EXEC.
           IF BROWSE-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           END-IF.

           PERFORM BROWSE-NEXT-CONTACT UNTIL WS-BROWSE-DONE.

           IF BROWSE-RESP = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('CUSTCONT') END-EXEC
           END-IF.

       BROWSE-NEXT-CONTACT.
           EXEC CICS READNEXT FILE('CUSTCONT')
                INTO(CUSTOMER-CONTACT-RECORD)
                RIDFLD(CC-KEY)
                RESP(BROWSE-RESP)
           END-EXEC.
           IF BROWSE-RESP NOT = DFHRESP(NORMAL) OR
              CC-CUSTOMER-NUMBER NOT = C3-REQUEST-CUSTOMER-NUMBER OR
              C3-CONTACT-COUNT NOT < WS-MAX-CONTACTS
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               ADD 1 TO C3-CONTACT-COUNT
               MOVE CC-CONTACT-SEQUENCE
                   TO CONTACT-SEQUENCE(C3-CONTACT-COUNT)
               MOVE CC-CONTACT-ROLE
                   TO CONTACT-ROLE(C3-CONTACT-COUNT)
               MOVE CC-CONTACT-NAME
                   TO CONTACT-NAME(C3-CONTACT-COUNT)
               MOVE CC-CONTACT-TITLE
                   TO CONTACT-TITLE(C3-CONTACT-COUNT)
               MOVE CC-CONTACT-PHONE
                   TO CONTACT-PHONE(C3-CONTACT-COUNT)
               MOVE CC-CONTACT-EMAIL
                   TO CONTACT-EMAIL(C3-CONTACT-COUNT)
               MOVE CC-CONTACT-STATUS
                   TO CONTACT-STATUS(C3-CONTACT-COUNT)
               MOVE CC-MODIFICATION-STAMP
                   TO CONTACT-MODIFICATION-STAMP(C3-CONTACT-COUNT)
           END-IF.

       SEND-CUSTOMER-REPLY.
           MOVE LENGTH OF CUST360-REPLY-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(CUST360-REPLY-AREA)
