      ***********************************************************
      * PAYINQ -- SENDPAY SUBMISSION STATUS INQUIRY METHOD         *
      *                                                            *
      * SENDPAY's '00' reply only means a payment row was queued   *
      * for the next cash run. This method, in the SUBINQ style,   *
      * takes the submission id the intake reply carried and       *
      * browses the PAYSUB file for every row of that submission,  *
      * replying with each row's customer, invoice, amount,        *
      * reference and disposition: 'P' still pending cash          *
      * application, 'R' rejected by the PAYGATE1 gate, 'A'        *
      * applied by CASHAPP1, or 'U' not applied in full -- with    *
      * the reason for an 'R' or a 'U'. An unknown submission id   *
      * goes back on the ERRROW path.                              *
      *                                                            *
      * ERROR-STATUS VALUES SENT ON THE ERRROW PATH:               *
      *   '13' SUBMISSION ID NOT ON THE STATUS FILE                *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYINQ.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-LENGTHS.
           05  RECEIVE-LENGTH                 PIC S9(4) COMP.
           05  SEND-LENGTH                    PIC S9(4) COMP.
       01  CMD-RESP                           PIC S9(8) COMP VALUE +0.
       01  BROWSE-RESP                        PIC S9(8) COMP VALUE +0.

       01  WS-REQUEST-STATUS                  PIC X(2).
           88  WS-REQUEST-OK                  VALUE '00'.
           88  WS-SUBMISSION-UNKNOWN          VALUE '13'.

       01  PAYINQ-REQUEST-AREA.
           05  PQ-REQUEST-SUBMISSION-ID       PIC X(13).

      *  ONE ROW PER SUBMITTED PAYMENT, IN ROW ORDER -- THE SAME
      *  OCCURS 50 BOUND THE INTAKE ITSELF ENFORCES, SO EVERY
      *  SUBMISSION FITS IN ONE REPLY.
       01  PAYINQ-REPLY-AREA.
           05  PQ-SUBMISSION-ID               PIC X(13).
           05  PQ-SUBMIT-DATE                 PIC 9(8).
           05  PQ-ROW-COUNT                   PIC 9(4) COMP.
           05  PQ-STATUS-ROW                  OCCURS 50 TIMES.
               10  PQ-ROW-NUMBER              PIC 9(2).
               10  PQ-ROW-CUSTOMER-NUMBER     PIC 9(9).
               10  PQ-ROW-INVOICE-NUMBER      PIC 9(10).
               10  PQ-ROW-PAYMENT-AMOUNT      PIC S9(13)V9(2) COMP-3.
               10  PQ-ROW-PAYMENT-REFERENCE   PIC X(12).
               10  PQ-ROW-STATUS              PIC X(1).
               10  PQ-ROW-REASON              PIC X(40).

           COPY PAYSUB.

       01  ERROR-OUTPUT-AREA.
           COPY ERRROW.

       01  WS-BROWSE-DONE-FLAG                PIC X.
           88  WS-BROWSE-DONE                 VALUE 'Y'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           SET WS-REQUEST-OK TO TRUE.

           MOVE LENGTH OF PAYINQ-REQUEST-AREA TO RECEIVE-LENGTH.
           EXEC CICS RECEIVE INTO(PAYINQ-REQUEST-AREA)
                 LENGTH(RECEIVE-LENGTH)
                 MAXLENGTH(RECEIVE-LENGTH)
                 NOTRUNCATE
                 RESP(CMD-RESP)
           END-EXEC.

           INITIALIZE PAYINQ-REPLY-AREA.
           MOVE PQ-REQUEST-SUBMISSION-ID TO PQ-SUBMISSION-ID.

           PERFORM BROWSE-THE-SUBMISSION.

           IF PQ-ROW-COUNT = 0
               SET WS-SUBMISSION-UNKNOWN TO TRUE
           END-IF.

           IF WS-REQUEST-OK
               MOVE LENGTH OF PAYINQ-REPLY-AREA TO SEND-LENGTH
               EXEC CICS SEND FROM(PAYINQ-REPLY-AREA)
                              LENGTH(SEND-LENGTH)
               END-EXEC
           ELSE
               PERFORM SEND-ERROR-REPLY
           END-IF.

           EXEC CICS RETURN END-EXEC.

       BROWSE-THE-SUBMISSION.
           MOVE PQ-REQUEST-SUBMISSION-ID TO PS-SUBMISSION-ID.
           MOVE 0 TO PS-ROW-NUMBER.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.

           EXEC CICS STARTBR FILE('PAYSUB')
                RIDFLD(PS-KEY)
                GTEQ
                RESP(BROWSE-RESP)
           END-EXEC.
           IF BROWSE-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           END-IF.

           PERFORM BROWSE-NEXT-ROW UNTIL WS-BROWSE-DONE.

           IF BROWSE-RESP = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('PAYSUB') END-EXEC
           END-IF.

       BROWSE-NEXT-ROW.
           EXEC CICS READNEXT FILE('PAYSUB')
                INTO(PAYMENT-SUBMISSION-RECORD)
                RIDFLD(PS-KEY)
                RESP(BROWSE-RESP)
           END-EXEC.
           IF BROWSE-RESP NOT = DFHRESP(NORMAL) OR
              PS-SUBMISSION-ID NOT = PQ-REQUEST-SUBMISSION-ID OR
              PQ-ROW-COUNT NOT LESS THAN 50
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               ADD 1 TO PQ-ROW-COUNT
               MOVE PS-SUBMIT-DATE     TO PQ-SUBMIT-DATE
               MOVE PS-ROW-NUMBER
                   TO PQ-ROW-NUMBER(PQ-ROW-COUNT)
               MOVE PS-CUSTOMER-NUMBER
                   TO PQ-ROW-CUSTOMER-NUMBER(PQ-ROW-COUNT)
               MOVE PS-INVOICE-NUMBER
                   TO PQ-ROW-INVOICE-NUMBER(PQ-ROW-COUNT)
               MOVE PS-PAYMENT-AMOUNT
                   TO PQ-ROW-PAYMENT-AMOUNT(PQ-ROW-COUNT)
               MOVE PS-PAYMENT-REFERENCE
                   TO PQ-ROW-PAYMENT-REFERENCE(PQ-ROW-COUNT)
               MOVE PS-ROW-STATUS
                   TO PQ-ROW-STATUS(PQ-ROW-COUNT)
               MOVE PS-REASON
                   TO PQ-ROW-REASON(PQ-ROW-COUNT)
           END-IF.

       SEND-ERROR-REPLY.
           MOVE 0 TO ERROR-CUSTOMER-NUMBER.
           MOVE WS-REQUEST-STATUS TO ERROR-STATUS.
           MOVE 'SUBMISSION ID NOT ON THE STATUS FILE'
               TO ERROR-MESSAGE-TEXT.
           MOVE LENGTH OF ERROR-OUTPUT-AREA TO SEND-LENGTH.
           EXEC CICS SEND FROM(ERROR-OUTPUT-AREA)
                          LENGTH(SEND-LENGTH)
           END-EXEC.
